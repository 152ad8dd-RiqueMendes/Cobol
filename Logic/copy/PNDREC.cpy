000100******************************************************************
000200* PNDREC - RECORD LAYOUT OF CSV-PENDENCIA ("CSVPEND"), THE ROWS
000300*     THE ACADEMIC RECORDS SYSTEM REJECTED AND THAT STILL HAVE TO
000400*     BE SENT AGAIN. ONE RECORD PER RUN NUMBER, CURSO AND
000500*     MATRICULA, KEPT BY THE ACKNOWLEDGEMENT RECONCILIATION
000600*     (CSVCONC) AND NEVER EDITED BY HAND. PND-SITUACAO:
000700*     "P" REJECTED, WAITING FOR THE POSTING TO BE CORRECTED;
000800*     "L" RELEASED BY THE SECRETARIAT TO BE SENT AGAIN UNCHANGED
000900*         (THE REASON WAS FIXED ON THE RECORDS SYSTEM'S SIDE);
001000*     "E" SENT AGAIN IN CSVREEN, WAITING FOR ITS ACKNOWLEDGEMENT.
001100*     AN ACCEPTANCE REMOVES THE RECORD. PND-LINHA-CSV IS THE LAST
001200*     ROW SENT, SO A RESEND GOES OUT ONLY WHEN IT HAS CHANGED.
001210*     PND-ANO/PND-SEM NAME THE GRADE-MASTER POSTING THE ROW WAS
001220*     BUILT FROM, WHICH THE RESEND REBUILDS IT FROM; RECORDS
001230*     WRITTEN BEFORE THEY EXISTED READ BACK AS SPACES THERE AND
001240*     ARE TAKEN AS ZERO (LATEST TERM).
001300******************************************************************
001400    01  PENDENCIA-RECORD.
001500        05  PND-CHAVE.
001600            10  PND-EXECUCAO    PIC 9(05).
001700            10  PND-CURSO       PIC X(06).
001800            10  PND-MATRICULA   PIC X(10).
001900        05  PND-SITUACAO        PIC X(01).
002000            88  PND-PENDENTE               VALUE "P".
002100            88  PND-LIBERADA               VALUE "L".
002200            88  PND-REENVIADA              VALUE "E".
002300        05  PND-CODIGO          PIC X(04).
002400        05  PND-MENSAGEM        PIC X(40).
002500        05  PND-DATA-REJEICAO   PIC 9(08).
002600        05  PND-QTD-REENVIOS    PIC 9(02).
002700        05  PND-LINHA-CSV       PIC X(100).
002800        05  PND-ANO             PIC 9(04).
002900        05  PND-SEM             PIC 9(01).
