000100******************************************************************
000200* CURREC - RECORD LAYOUT OF CURRICULO-FILE ("CURFILE"), THE
000300*     CURRICULUM OF EACH DEGREE PROGRAM. EACH PROGRAM HAS ONE
000400*     "P" RECORD CARRYING ITS NAME AND THE MINIMUM ELECTIVE
000500*     CREDITS, AND ONE RECORD PER DISCIPLINE: "O" FOR A REQUIRED
000600*     (OBRIGATORIA) DISCIPLINE AND "E" FOR AN ELECTIVE THE PROGRAM
000700*     ACCEPTS, EACH WITH ITS CARGA HORARIA. CREDITS ARE COUNTED IN
000800*     HOURS OF CARGA HORARIA, SO CUR-MIN-ELETIVAS IS THE NUMBER OF
000900*     ELECTIVE HOURS A STUDENT MUST PASS TO GRADUATE.
001000******************************************************************
001100    01  CURRICULO-RECORD.
001200        05  CUR-PROGRAMA        PIC X(06).
001300        05  CUR-TIPO            PIC X(01).
001400            88  CUR-PROGRAMA-REG           VALUE "P".
001500            88  CUR-OBRIGATORIA            VALUE "O".
001600            88  CUR-ELETIVA                VALUE "E".
001700        05  CUR-DISCIPLINA.
001800            10  CUR-CURSO       PIC X(06).
001900            10  CUR-CARGA-HORARIA
002000                                PIC 9(03).
002100        05  CUR-PARAMETROS REDEFINES CUR-DISCIPLINA.
002200            10  CUR-MIN-ELETIVAS
002300                                PIC 9(04).
002400            10  FILLER          PIC X(05).
002500        05  CUR-DESCRICAO       PIC X(30).
