001699*                  DISK, AND THE TERM STAYS ABERTO SO THE CLOSE
001699*                  CAN BE REPEATED INSTEAD OF FREEZING A
001699*                  HALF-ROLLED TERM.
001713* 2026-10-15  HSM  AUDIT-LOG ENTRIES NOW CARRY A GLOBAL SEQUENCE
001727*                  NUMBER AND A CHECK VALUE CHAINED TO THE PRIOR
001741*                  ENTRY, TAKEN FROM AND RECORDED IN AUDIT-CONTROL
001755*                  (AUDCTL), SO A DELETED, EDITED OR REORDERED
001769*                  ENTRY IS CAUGHT BY THE CHAIN VERIFICATION.
001783******************************************************************
001800    IDENTIFICATION DIVISION.
001900    PROGRAM-ID. TermManut.
002000    AUTHOR. HENRIQUE S. MENDES.
003600            FILE STATUS IS WS-FS-GRDHIST.
003610        SELECT AUDIT-LOG ASSIGN TO "AUDFILE"
003620            ORGANIZATION IS LINE SEQUENTIAL
003623            FILE STATUS IS WS-FS-AUDIT.
003626        SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
003627            ORGANIZATION IS LINE SEQUENTIAL
003628            FILE STATUS IS WS-FS-AUDCTL.
003631        SELECT RUN-CONTROL ASSIGN TO "LCKFILE"
003632            ORGANIZATION IS LINE SEQUENTIAL
003633            FILE STATUS IS WS-FS-LOCK.
005310
005320    FD  AUDIT-LOG
005330        RECORDING MODE IS F.
005333    COPY AUDREC.
005336
005337    FD  AUDIT-CONTROL
005338        RECORDING MODE IS F.
005340    COPY AUCREC.
005341
005342    FD  RUN-CONTROL
005343        RECORDING MODE IS F.
005900    WORKING-STORAGE SECTION.
006000    01  WS-FS-TERMO             PIC X(02).
006100    01  WS-FS-GRADE             PIC X(02).
006109    01  WS-FS-GRDHIST           PIC X(02).
006118    01  WS-FS-AUDIT             PIC X(02).
006127    01  WS-FS-AUDCTL            PIC X(02).
006136*   AUDIT-LOG CHAIN: SEQUENCE NUMBER AND CHECK VALUE OF THE ENTRY
006145*   BEING WRITTEN, AND THE WORK FIELDS OF THE CHECK VALUE. EACH
006154*   BYTE OF THE ENTRY IS TAKEN AS A NUMBER THROUGH THE BINARY
006163*   REDEFINITION OF WS-AUD-BYTE-GRP.
006172    01  WS-AUD-SEQUENCIA        PIC 9(09) VALUE ZERO.
006181    01  WS-AUD-CHECAGEM         PIC 9(09) VALUE ZERO.
006190    01  WS-AUD-POS              PIC 9(03) VALUE ZERO.
006199    01  WS-AUD-TAM-COBERTO      PIC 9(03) VALUE 121.
006202    01  WS-AUD-MODULO           PIC 9(09) VALUE 999999937.
006205    01  WS-AUD-ACUM             PIC 9(12) VALUE ZERO.
006206    01  WS-AUD-QUOC             PIC 9(12) VALUE ZERO.
006207    01  WS-AUD-RESTO            PIC 9(12) VALUE ZERO.
006208    01  WS-AUD-BYTE-GRP.
006209        05  FILLER              PIC X(01) VALUE LOW-VALUE.
006210        05  WS-AUD-BYTE         PIC X(01).
006212    01  WS-AUD-BYTE-NUM REDEFINES WS-AUD-BYTE-GRP
006214                                PIC 9(04) COMP.
006216    01  WS-FS-LOCK              PIC X(02).
006220    01  WS-FS-BAK-IN            PIC X(02).
006230    01  WS-FS-BAK-OUT           PIC X(02).
006240    01  WS-ARQ-BAK-IN           PIC X(44).
028633        MOVE "BACKUP   "     TO AU-STATUS
028634        MOVE "GER1"          TO AU-MOTIVO
028635        MOVE ZERO            TO AU-EXECUCAO
028636        PERFORM 9700-GRAVAR-AUDITORIA
028646            THRU 9700-GRAVAR-AUDITORIA-EXIT
028656        CLOSE AUDIT-LOG.
028666    4080-GRAVAR-AUDIT-BACKUP-EXIT.
028676        EXIT.
028686
028700******************************************************************
028701* 4100-ROLAR-PARA-HISTORIA - MOVES EVERY GRADE-MASTER POSTING OF
028800*     THE TERM BEING CLOSED TO GRADE-HIST (ALWAYS EXTENDED,
048600        WRITE TERM-RECORD
048700        ADD 1 TO WS-TM-IDX.
048800    9010-GRAVAR-ENTRADA-EXIT.
048833        EXIT.
048866
048901******************************************************************
048902* 9700-GRAVAR-AUDITORIA - WRITES THE ENTRY BUILT IN AUDIT-RECORD
048903*     AS THE NEXT LINK OF THE AUDIT-LOG CHAIN: TAKES THE NEXT
048904*     GLOBAL SEQUENCE NUMBER FROM AUDIT-CONTROL, CHAINS THE CHECK
048905*     VALUE TO THE PREVIOUS ENTRY'S, WRITES THE ENTRY, AND ONLY
048906*     THEN ADVANCES AUDIT-CONTROL.
048907******************************************************************
048908    9700-GRAVAR-AUDITORIA.
048909        PERFORM 9710-LER-CONTROLE-AUDIT
048910            THRU 9710-LER-CONTROLE-AUDIT-EXIT
048911        ADD 1 TO WS-AUD-SEQUENCIA
048912        MOVE WS-AUD-SEQUENCIA TO AU-SEQUENCIA
048913        PERFORM 9720-CALCULAR-CHECAGEM
048914            THRU 9720-CALCULAR-CHECAGEM-EXIT
048915        MOVE WS-AUD-CHECAGEM TO AU-CHECAGEM
048916        WRITE AUDIT-RECORD
048917        IF WS-FS-AUDIT NOT = "00"
048918            DISPLAY "AUDIT-LOG NAO GRAVADO - STATUS " WS-FS-AUDIT
048919            GO TO 9700-GRAVAR-AUDITORIA-EXIT
048920        END-IF
048921        OPEN OUTPUT AUDIT-CONTROL
048922        IF WS-FS-AUDCTL NOT = "00"
048923            DISPLAY "AUDIT-CONTROL NAO PODE SER GRAVADO - STATUS "
048924                WS-FS-AUDCTL
048925            GO TO 9700-GRAVAR-AUDITORIA-EXIT
048926        END-IF
048927        MOVE SPACES TO AUDIT-CONTROL-RECORD
048928        MOVE WS-AUD-SEQUENCIA TO AUC-SEQUENCIA
048929        MOVE WS-AUD-CHECAGEM  TO AUC-CHECAGEM
048930        MOVE AU-DATA          TO AUC-DATA
048931        MOVE AU-HORA          TO AUC-HORA
048932        WRITE AUDIT-CONTROL-RECORD
048933        CLOSE AUDIT-CONTROL.
048934    9700-GRAVAR-AUDITORIA-EXIT.
048935        EXIT.
048936
048937******************************************************************
048938* 9710-LER-CONTROLE-AUDIT - READS THE LAST SEQUENCE NUMBER AND
048939*     CHECK VALUE ISSUED. IT IS READ AT EVERY ENTRY, NOT ONCE PER
048940*     RUN, SO TWO PROGRAMS WRITING IN THE SAME PERIOD NEVER REUSE
048941*     A NUMBER. WITHOUT AUDIT-CONTROL THE CHAIN STARTS AT 1.
048942******************************************************************
048943    9710-LER-CONTROLE-AUDIT.
048944        MOVE ZERO TO WS-AUD-SEQUENCIA
048945        MOVE ZERO TO WS-AUD-CHECAGEM
048946        OPEN INPUT AUDIT-CONTROL
048947        IF WS-FS-AUDCTL NOT = "00"
048948            GO TO 9710-LER-CONTROLE-AUDIT-EXIT
048949        END-IF
048950        READ AUDIT-CONTROL
048951            NOT AT END
048952                MOVE AUC-SEQUENCIA TO WS-AUD-SEQUENCIA
048953                MOVE AUC-CHECAGEM  TO WS-AUD-CHECAGEM
048954        END-READ
048955        CLOSE AUDIT-CONTROL.
048956    9710-LER-CONTROLE-AUDIT-EXIT.
048957        EXIT.
048958
048959******************************************************************
048960* 9720-CALCULAR-CHECAGEM - FOLDS EVERY BYTE OF THE ENTRY, FROM
048961*     AU-DATA THROUGH AU-SEQUENCIA, INTO THE PREVIOUS ENTRY'S
048962*     CHECK VALUE (TIMES 31, PLUS THE BYTE AND ITS POSITION,
048963*     MODULO THE PRIME 999999937). THE CHAIN VERIFICATION
048964*     RECOMPUTES IT THE SAME WAY.
048965******************************************************************
048966    9720-CALCULAR-CHECAGEM.
048967        MOVE WS-AUD-CHECAGEM TO WS-AUD-ACUM
048968        PERFORM 9730-SOMAR-BYTE THRU 9730-SOMAR-BYTE-EXIT
048969            VARYING WS-AUD-POS FROM 1 BY 1
048970            UNTIL WS-AUD-POS > WS-AUD-TAM-COBERTO
048971        MOVE WS-AUD-ACUM TO WS-AUD-CHECAGEM.
048972    9720-CALCULAR-CHECAGEM-EXIT.
048973        EXIT.
048974
048975    9730-SOMAR-BYTE.
048976        MOVE AUDIT-RECORD(WS-AUD-POS:1) TO WS-AUD-BYTE
048977        COMPUTE WS-AUD-ACUM = WS-AUD-ACUM * 31
048978            + WS-AUD-BYTE-NUM + WS-AUD-POS
048979        DIVIDE WS-AUD-ACUM BY WS-AUD-MODULO
048980            GIVING WS-AUD-QUOC REMAINDER WS-AUD-RESTO
048981        MOVE WS-AUD-RESTO TO WS-AUD-ACUM.
048982    9730-SOMAR-BYTE-EXIT.
048983        EXIT.
049000
049100    END PROGRAM TermManut.
