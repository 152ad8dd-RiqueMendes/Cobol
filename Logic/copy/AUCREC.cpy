000100******************************************************************
000200* AUCREC - RECORD LAYOUT OF AUDIT-CONTROL ("AUDCTL"), THE SINGLE-
000300*     RECORD CONTROL OF THE AUDIT-LOG CHAIN: THE LAST GLOBAL
000400*     SEQUENCE NUMBER AND CHECK VALUE ISSUED, AND WHEN. EVERY
000500*     PROGRAM THAT WRITES AN AUDIT-LOG ENTRY READS IT JUST BEFORE
000600*     THE WRITE AND REWRITES IT JUST AFTER, SO THE NUMBERING
000700*     CONTINUES ACROSS PROGRAMS AND ACROSS THE ARCHIVE TO AUDHIST.
000800*     THE CHAIN VERIFICATION COMPARES IT WITH THE LAST ENTRY
000900*     FOUND, SO ENTRIES CUT FROM THE END OF THE LOG ARE NOTICED
000950*     TOO.
001000******************************************************************
001100    01  AUDIT-CONTROL-RECORD.
001200        05  AUC-SEQUENCIA       PIC 9(09).
001300        05  FILLER              PIC X(01) VALUE SPACE.
001400        05  AUC-CHECAGEM        PIC 9(09).
001500        05  FILLER              PIC X(01) VALUE SPACE.
001600        05  AUC-DATA            PIC 9(08).
001700        05  FILLER              PIC X(01) VALUE SPACE.
001800        05  AUC-HORA            PIC 9(08).
