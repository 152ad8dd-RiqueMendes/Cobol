000100******************************************************************
000200* PRQREC - RECORD LAYOUT OF PREREQ-CATALOG ("PRQFILE"), THE
000300*     DISCIPLINE CATALOG: ONE RECORD PER DISCIPLINE REGISTERED ON
000400*     CONTROL-FILE, WITH ITS DESCRIPTION AND THE DISCIPLINES A
000500*     STUDENT MUST HAVE PASSED (APROVADO OR APROV-REC, IN THE
000600*     LIVE MASTER OR THE CLOSED-TERM HISTORY) BEFORE BEING
000700*     GRADED IN IT. PRQ-QTD-REQUISITOS TELLS HOW MANY OF THE SIX
000800*     PRQ-REQUISITO SLOTS ARE IN USE; THE REST ARE SPACES. THE
000900*     FILE IS MAINTAINED BY THE CATALOG MAINTENANCE PROGRAM
001000*     (PRQMANT), NEVER BY HAND. A DISCIPLINE WITHOUT A RECORD
001100*     HAS NO PREREQUISITES.
001200******************************************************************
001300    01  PREREQ-RECORD.
001400        05  PRQ-CURSO           PIC X(06).
001500        05  PRQ-DESCRICAO       PIC X(30).
001600        05  PRQ-QTD-REQUISITOS  PIC 9(01).
001700        05  PRQ-REQUISITO       PIC X(06) OCCURS 6 TIMES.
