000100******************************************************************
000200* ATRREC - RECORD LAYOUT OF ASSIGNMENT-FILE ("ATRFILE"), ONE
000300*     RECORD PER DISCIPLINE AND TURMA OF THE OPEN TERM: THE
000400*     PROFESSOR WHO TEACHES IT (THE ID THE PROFESSOR SIGNS THE
000500*     SUBMISSION FILES WITH) AND, FOR EACH OF THE FOUR
000600*     AVALIACOES, WHETHER A SUBMISSION IS DUE AND BY WHEN. A
000700*     DISCIPLINE RUN AS A SINGLE TURMA HAS ATR-TURMA SPACES. THE
000800*     FILE IS MAINTAINED BY THE ASSIGNMENT MAINTENANCE PROGRAM
000900*     (ATRMANT), NEVER BY HAND.
001000******************************************************************
001100    01  ATRIBUICAO-RECORD.
001200        05  ATR-CHAVE.
001300            10  ATR-CURSO       PIC X(06).
001400            10  ATR-TURMA       PIC X(02).
001500        05  ATR-PROFESSOR       PIC X(08).
001600        05  ATR-AVALIACAO OCCURS 4 TIMES.
001700            10  ATR-AVAL-DEVIDA PIC X(01).
001800                88  ATR-AVAL-PREVISTA          VALUE "S".
001900            10  ATR-AVAL-PRAZO  PIC 9(08).
