000100******************************************************************
000200* ENTREC - RECORD LAYOUT OF DELIVERY-LOG ("ENTFILE"), ONE RECORD
000300*     PER SUBMISSION FILE ACCEPTED BY THE GRADE COLLECTION
000400*     (COLNOTAS): DISCIPLINE, TURMA AND AVALIACAO DELIVERED, THE
000500*     PROFESSOR WHO SIGNED IT, THE TERM, WHEN IT WAS ACCEPTED AND
000600*     HOW MANY NOTAS IT BROUGHT. THE LOG ONLY GROWS; A FILE
000700*     COLLECTED AGAIN ADDS ANOTHER RECORD AND THE EARLIEST ONE
000800*     DATES THE DELIVERY.
000900******************************************************************
001000    01  ENTREGA-RECORD.
001100        05  ENT-CURSO           PIC X(06).
001200        05  ENT-TURMA           PIC X(02).
001300        05  ENT-AVALIACAO       PIC 9(01).
001400        05  ENT-PROFESSOR       PIC X(08).
001500        05  ENT-ANO             PIC 9(04).
001600        05  ENT-SEM             PIC 9(01).
001700        05  ENT-DATA            PIC 9(08).
001800        05  ENT-HORA            PIC 9(08).
001900        05  ENT-QTD-NOTAS       PIC 9(05).
