000100******************************************************************
000200* RETREC - RECORD LAYOUT OF CSV-RETORNO ("CSVRETN"), THE
000300*     ACKNOWLEDGEMENT FILE THE ACADEMIC RECORDS SYSTEM SENDS BACK
000400*     FOR A CSV-EXTRACT (OR A RESEND) IT LOADED: ONE LINE PER ROW
000500*     RECEIVED, NAMED BY THE RUN NUMBER, CURSO AND MATRICULA OF
000600*     THE ROW, WITH RET-SITUACAO "A" (ACCEPTED) OR "R" (REJECTED).
000700*     A REJECTED ROW CARRIES THE RECORDS SYSTEM'S REASON CODE AND
000800*     MESSAGE (UNKNOWN MATRICULA, CLOSED DISCIPLINE, BAD NOTA
000900*     FORMAT, ...).
001000******************************************************************
001100    01  RETORNO-RECORD.
001200        05  RET-EXECUCAO        PIC 9(05).
001300        05  FILLER              PIC X(01).
001400        05  RET-CURSO           PIC X(06).
001500        05  FILLER              PIC X(01).
001600        05  RET-MATRICULA       PIC X(10).
001700        05  FILLER              PIC X(01).
001800        05  RET-SITUACAO        PIC X(01).
001900            88  RET-ACEITA                 VALUE "A".
002000            88  RET-REJEITADA              VALUE "R".
002100        05  FILLER              PIC X(01).
002200        05  RET-CODIGO          PIC X(04).
002300        05  FILLER              PIC X(01).
002400        05  RET-MENSAGEM        PIC X(40).
