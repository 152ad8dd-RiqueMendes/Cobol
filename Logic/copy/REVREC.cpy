000100******************************************************************
000200* REVREC - RECORD LAYOUT OF APPEAL-REGISTER ("REVFILE"), ONE
000300*     RECORD PER GRADE-APPEAL CASE (REVISAO DE NOTA) OPENED BY
000400*     THE SECRETARIAT: THE POSTING CONTESTED (MATRICULA, CURSO,
000500*     TERM AND AVALIACAO - ZERO FOR THE POSTING AS A WHOLE), WHEN
000600*     THE STUDENT FILED IT, THE PUBLICATION DATE IT WAS CHECKED
000700*     AGAINST AND WHETHER IT CAME WITHIN THE REGULATION DEADLINE,
000800*     THE DATE BY WHICH IT MUST BE ANSWERED, THE DECISION AND WHO
000900*     TOOK IT, AND THE CORRECTION THAT CLOSED IT. A CASE IS
001000*     ABERTO UNTIL DECIDED; AN INDEFERIDO CASE IS CLOSED WITH NO
001100*     GRADE CHANGE; A DEFERIDO CASE IS THE ONLY AUTHORITY FOR THE
001200*     GRADE CORRECTION PROGRAM (GRDCORR) TO CHANGE THE POSTING,
001300*     AND THE CORRECTION CLOSES IT AS CORRIGIDO. THE FILE IS
001400*     MAINTAINED BY THE APPEAL-REGISTER PROGRAM (REVMANT) AND BY
001500*     GRDCORR, NEVER BY HAND.
001600******************************************************************
001700    01  REVISAO-RECORD.
001800        05  RV-NUMERO           PIC 9(05).
001900        05  RV-MATRICULA        PIC X(10).
002000        05  RV-CURSO            PIC X(06).
002100        05  RV-ANO              PIC 9(04).
002200        05  RV-SEM              PIC 9(01).
002300        05  RV-AVALIACAO        PIC 9(01).
002400        05  RV-DATA-PEDIDO      PIC 9(08).
002500        05  RV-DATA-PUBLICACAO  PIC 9(08).
002600        05  RV-ORIGEM-PUBLIC    PIC X(01).
002700            88  RV-PUBLIC-AUDITADA         VALUE "A".
002800            88  RV-PUBLIC-INFORMADA        VALUE "I".
002900        05  RV-NO-PRAZO         PIC X(01).
003000            88  RV-TEMPESTIVO              VALUE "S".
003100            88  RV-INTEMPESTIVO            VALUE "N".
003200        05  RV-PRAZO-RESPOSTA   PIC 9(08).
003300        05  RV-SITUACAO         PIC X(01).
003400            88  RV-ABERTO                  VALUE "A".
003500            88  RV-DEFERIDO                VALUE "D".
003600            88  RV-INDEFERIDO              VALUE "I".
003700            88  RV-CORRIGIDO               VALUE "C".
003800            88  RV-EM-ANDAMENTO            VALUE "A" "D".
003900        05  RV-OPER-ABERTURA    PIC X(08).
004000        05  RV-DECISOR          PIC X(08).
004100        05  RV-OPER-DECISAO     PIC X(08).
004200        05  RV-DATA-DECISAO     PIC 9(08).
004300        05  RV-FUNDAMENTO       PIC X(40).
004400        05  RV-OPER-CORRECAO    PIC X(08).
004500        05  RV-DATA-CORRECAO    PIC 9(08).
004600        05  RV-NOTA-ANTES       PIC 9(02)V99.
004700        05  RV-NOTA-DEPOIS      PIC 9(02)V99.
