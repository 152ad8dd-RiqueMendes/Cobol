000100******************************************************************
000200* ENRREC - RECORD LAYOUT OF ENROLL-MASTER ("ENRFILE"), ONE RECORD
000300*     PER STUDENT AND DISCIPLINE ENROLLED IN THE OPEN TERM. THE
000400*     FILE IS MAINTAINED BY THE ENROLLMENT MAINTENANCE PROGRAM
000500*     (MATMANT), NEVER BY HAND. EN-SITUACAO TELLS AN ACTIVE
000600*     ENROLLMENT FROM A TRANCAMENTO (FORMAL WITHDRAWAL FROM THE
000700*     DISCIPLINE), WHICH CARRIES ITS DATE AND REASON; A TRANCADO
000800*     STUDENT IS NEVER GRADED AND POSTS TO GRADE-MASTER AS
000900*     TRANCADO WITH NO RESULT. RECORDS WRITTEN BEFORE THE
001000*     SITUACAO EXISTED READ BACK AS SPACES THERE, WHICH MEANS
001100*     ACTIVE. EN-TURMA NAMES THE TURMA (CLASS SECTION) OF THE
001110*     DISCIPLINE THE STUDENT ATTENDS, AS REGISTERED ON THE
001120*     ASSIGNMENT FILE (ATRFILE); SPACES FOR A DISCIPLINE RUN AS A
001130*     SINGLE TURMA AND FOR RECORDS WRITTEN BEFORE IT EXISTED.
001200******************************************************************
001300    01  ENROLL-RECORD.
001400        05  EN-MATRICULA        PIC X(10).
001500        05  EN-CURSO            PIC X(06).
001600        05  EN-NOME             PIC A(15).
001700        05  EN-SITUACAO         PIC X(01).
001800            88  EN-ATIVO                   VALUE "A" SPACE.
001900            88  EN-TRANCADO                VALUE "T".
002000        05  EN-DATA-TRANC       PIC 9(08).
002100        05  EN-MOTIVO-TRANC     PIC X(30).
002200        05  EN-TURMA            PIC X(02).
