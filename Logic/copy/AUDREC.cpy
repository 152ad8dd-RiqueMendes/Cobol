000520*     OF A CORRECTION COME IN A BEFORE/AFTER PAIR); ORDINARY
000530*     GRADING EVENTS LEAVE IT AS SPACES. AU-EXECUCAO IS THE
000540*     SEQUENTIAL RUN NUMBER FROM RUN-CONTROL ("LCKFILE"), ZERO
000550*     FOR EVENTS OUTSIDE A NUMBERED GRADING RUN; THE ENTRIES OF
000551*     A GRADE CORRECTION AND OF THE APPEAL REGISTER (MOTIVO
000552*     "RV..") CARRY THE GRADE-APPEAL CASE NUMBER THERE INSTEAD,
000553*     AND ARE TOLD APART FROM RUN ENTRIES BY AU-MOTIVO, WHICH
000554*     A GRADING RUN LEAVES AS SPACES. AU-CURSO NAMES
000560*     THE DISCIPLINE OF A GRADING EVENT, SO A STUDENT GRADED IN
000570*     TWO DISCIPLINES ON THE SAME RUN CAN BE TOLD APART; EVENTS
000580*     WITHOUT A DISCIPLINE (ACCESS, BACKUP, RESTORE) LEAVE IT
000590*     AS SPACES.
000591*     AU-SEQUENCIA IS THE GLOBAL SEQUENCE NUMBER OF THE ENTRY
000592*     ACROSS AUDFILE AND ITS ARCHIVE AUDHIST, AND AU-CHECAGEM A
000593*     CHECK VALUE COMPUTED OVER THE ENTRY (THROUGH AU-SEQUENCIA)
000594*     CHAINED TO THE CHECK VALUE OF THE PREVIOUS ENTRY, SO A
000595*     DELETED, EDITED, OR REORDERED ENTRY BREAKS THE CHAIN. THE
000596*     LAST NUMBER AND CHECK VALUE ISSUED ARE KEPT IN AUDCTL
000597*     (AUCREC). ENTRIES WRITTEN BEFORE THE CHAIN EXISTED CARRY
000598*     SPACES IN BOTH.
000600******************************************************************
000700    01  AUDIT-RECORD.
000800        05  AU-DATA             PIC 9(08).
003200        05  AU-EXECUCAO         PIC 9(05).
003300        05  FILLER              PIC X(01) VALUE SPACE.
003400        05  AU-CURSO            PIC X(06).
003500        05  FILLER              PIC X(01) VALUE SPACE.
003600        05  AU-SEQUENCIA        PIC 9(09).
003700        05  FILLER              PIC X(01) VALUE SPACE.
003800        05  AU-CHECAGEM         PIC 9(09).
