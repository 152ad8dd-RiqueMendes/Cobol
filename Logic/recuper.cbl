001699*                  UNATTENDED JOB WITH A PER-REQUEST OUTCOME
001699*                  LINE IN RECOUTC; THE CONSOLE PROMPT REMAINS
001699*                  THE FALLBACK FOR AD-HOC DAYTIME USE.
001713* 2026-10-15  HSM  AUDIT-LOG ENTRIES NOW CARRY A GLOBAL SEQUENCE
001727*                  NUMBER AND A CHECK VALUE CHAINED TO THE PRIOR
001741*                  ENTRY, TAKEN FROM AND RECORDED IN AUDIT-CONTROL
001755*                  (AUDCTL), SO A DELETED, EDITED OR REORDERED
001769*                  ENTRY IS CAUGHT BY THE CHAIN VERIFICATION.
001783******************************************************************
001800    IDENTIFICATION DIVISION.
001900    PROGRAM-ID. Recuperacao.
002000    AUTHOR. HENRIQUE S. MENDES.
004000        SELECT AUDIT-LOG ASSIGN TO "AUDFILE"
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS WS-FS-AUDIT.
004202        SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
004204            ORGANIZATION IS LINE SEQUENTIAL
004206            FILE STATUS IS WS-FS-AUDCTL.
004210        SELECT TERM-FILE ASSIGN TO "TRMFILE"
004220            ORGANIZATION IS LINE SEQUENTIAL
004230            FILE STATUS IS WS-FS-TERMO.
006600    FD  AUDIT-LOG
006700        RECORDING MODE IS F.
006800    COPY AUDREC.
006801
006802    FD  AUDIT-CONTROL
006804        RECORDING MODE IS F.
006806    COPY AUCREC.
006810
006820    FD  TERM-FILE
006830        RECORDING MODE IS F.
007300    01  WS-FS-RECUPER           PIC X(02).
007400    01  WS-FS-REPORT            PIC X(02).
007500    01  WS-FS-AUDIT             PIC X(02).
007501    01  WS-FS-AUDCTL            PIC X(02).
007502*   AUDIT-LOG CHAIN: SEQUENCE NUMBER AND CHECK VALUE OF THE ENTRY
007503*   BEING WRITTEN, AND THE WORK FIELDS OF THE CHECK VALUE. EACH
007504*   BYTE OF THE ENTRY IS TAKEN AS A NUMBER THROUGH THE BINARY
007505*   REDEFINITION OF WS-AUD-BYTE-GRP.
007506    01  WS-AUD-SEQUENCIA        PIC 9(09) VALUE ZERO.
007507    01  WS-AUD-CHECAGEM         PIC 9(09) VALUE ZERO.
007508    01  WS-AUD-POS              PIC 9(03) VALUE ZERO.
007509    01  WS-AUD-TAM-COBERTO      PIC 9(03) VALUE 121.
007510    01  WS-AUD-MODULO           PIC 9(09) VALUE 999999937.
007511    01  WS-AUD-ACUM             PIC 9(12) VALUE ZERO.
007512    01  WS-AUD-QUOC             PIC 9(12) VALUE ZERO.
007513    01  WS-AUD-RESTO            PIC 9(12) VALUE ZERO.
007514    01  WS-AUD-BYTE-GRP.
007515        05  FILLER              PIC X(01) VALUE LOW-VALUE.
007516        05  WS-AUD-BYTE         PIC X(01).
007517    01  WS-AUD-BYTE-NUM REDEFINES WS-AUD-BYTE-GRP
007518                                PIC 9(04) COMP.
007519    01  WS-FS-TERMO             PIC X(02).
007520    01  WS-FS-LOCK              PIC X(02).
007521    01  WS-FS-BAK-IN            PIC X(02).
007522    01  WS-FS-BAK-OUT           PIC X(02).
027918        MOVE "BACKUP   "     TO AU-STATUS
027919        MOVE "GER1"          TO AU-MOTIVO
027920        MOVE WS-NUM-EXECUCAO TO AU-EXECUCAO
027921        PERFORM 9700-GRAVAR-AUDITORIA
028536            THRU 9700-GRAVAR-AUDITORIA-EXIT.
029151    0185-GRAVAR-AUDIT-BACKUP-EXIT.
029766        EXIT.
030381

031000******************************************************************
031100* 2000-GRAVAR-CABECALHO - WRITES THE REPORT HEADER LINES.
049600        MOVE WS-STATUS-FINAL             TO AU-STATUS
049605        MOVE WS-CODIGO-CURSO             TO AU-CURSO
049610        MOVE WS-NUM-EXECUCAO             TO AU-EXECUCAO
049700        PERFORM 9700-GRAVAR-AUDITORIA
049750            THRU 9700-GRAVAR-AUDITORIA-EXIT.
049800    7600-GRAVAR-AUDIT-LOG-EXIT.
049833        EXIT.
049866
049901******************************************************************
049902* 9700-GRAVAR-AUDITORIA - WRITES THE ENTRY BUILT IN AUDIT-RECORD
049903*     AS THE NEXT LINK OF THE AUDIT-LOG CHAIN: TAKES THE NEXT
049904*     GLOBAL SEQUENCE NUMBER FROM AUDIT-CONTROL, CHAINS THE CHECK
049905*     VALUE TO THE PREVIOUS ENTRY'S, WRITES THE ENTRY, AND ONLY
049906*     THEN ADVANCES AUDIT-CONTROL.
049907******************************************************************
049908    9700-GRAVAR-AUDITORIA.
049909        PERFORM 9710-LER-CONTROLE-AUDIT
049910            THRU 9710-LER-CONTROLE-AUDIT-EXIT
049911        ADD 1 TO WS-AUD-SEQUENCIA
049912        MOVE WS-AUD-SEQUENCIA TO AU-SEQUENCIA
049913        PERFORM 9720-CALCULAR-CHECAGEM
049914            THRU 9720-CALCULAR-CHECAGEM-EXIT
049915        MOVE WS-AUD-CHECAGEM TO AU-CHECAGEM
049916        WRITE AUDIT-RECORD
049917        IF WS-FS-AUDIT NOT = "00"
049918            DISPLAY "AUDIT-LOG NAO GRAVADO - STATUS " WS-FS-AUDIT
049919            GO TO 9700-GRAVAR-AUDITORIA-EXIT
049920        END-IF
049921        OPEN OUTPUT AUDIT-CONTROL
049922        IF WS-FS-AUDCTL NOT = "00"
049923            DISPLAY "AUDIT-CONTROL NAO PODE SER GRAVADO - STATUS "
049924                WS-FS-AUDCTL
049925            GO TO 9700-GRAVAR-AUDITORIA-EXIT
049926        END-IF
049927        MOVE SPACES TO AUDIT-CONTROL-RECORD
049928        MOVE WS-AUD-SEQUENCIA TO AUC-SEQUENCIA
049929        MOVE WS-AUD-CHECAGEM  TO AUC-CHECAGEM
049930        MOVE AU-DATA          TO AUC-DATA
049931        MOVE AU-HORA          TO AUC-HORA
049932        WRITE AUDIT-CONTROL-RECORD
049933        CLOSE AUDIT-CONTROL.
049934    9700-GRAVAR-AUDITORIA-EXIT.
049935        EXIT.
049936
049937******************************************************************
049938* 9710-LER-CONTROLE-AUDIT - READS THE LAST SEQUENCE NUMBER AND
049939*     CHECK VALUE ISSUED. IT IS READ AT EVERY ENTRY, NOT ONCE PER
049940*     RUN, SO TWO PROGRAMS WRITING IN THE SAME PERIOD NEVER REUSE
049941*     A NUMBER. WITHOUT AUDIT-CONTROL THE CHAIN STARTS AT 1.
049942******************************************************************
049943    9710-LER-CONTROLE-AUDIT.
049944        MOVE ZERO TO WS-AUD-SEQUENCIA
049945        MOVE ZERO TO WS-AUD-CHECAGEM
049946        OPEN INPUT AUDIT-CONTROL
049947        IF WS-FS-AUDCTL NOT = "00"
049948            GO TO 9710-LER-CONTROLE-AUDIT-EXIT
049949        END-IF
049950        READ AUDIT-CONTROL
049951            NOT AT END
049952                MOVE AUC-SEQUENCIA TO WS-AUD-SEQUENCIA
049953                MOVE AUC-CHECAGEM  TO WS-AUD-CHECAGEM
049954        END-READ
049955        CLOSE AUDIT-CONTROL.
049956    9710-LER-CONTROLE-AUDIT-EXIT.
049957        EXIT.
049958
049959******************************************************************
049960* 9720-CALCULAR-CHECAGEM - FOLDS EVERY BYTE OF THE ENTRY, FROM
049961*     AU-DATA THROUGH AU-SEQUENCIA, INTO THE PREVIOUS ENTRY'S
049962*     CHECK VALUE (TIMES 31, PLUS THE BYTE AND ITS POSITION,
049963*     MODULO THE PRIME 999999937). THE CHAIN VERIFICATION
049964*     RECOMPUTES IT THE SAME WAY.
049965******************************************************************
049966    9720-CALCULAR-CHECAGEM.
049967        MOVE WS-AUD-CHECAGEM TO WS-AUD-ACUM
049968        PERFORM 9730-SOMAR-BYTE THRU 9730-SOMAR-BYTE-EXIT
049969            VARYING WS-AUD-POS FROM 1 BY 1
049970            UNTIL WS-AUD-POS > WS-AUD-TAM-COBERTO
049971        MOVE WS-AUD-ACUM TO WS-AUD-CHECAGEM.
049972    9720-CALCULAR-CHECAGEM-EXIT.
049973        EXIT.
049974
049975    9730-SOMAR-BYTE.
049976        MOVE AUDIT-RECORD(WS-AUD-POS:1) TO WS-AUD-BYTE
049977        COMPUTE WS-AUD-ACUM = WS-AUD-ACUM * 31
049978            + WS-AUD-BYTE-NUM + WS-AUD-POS
049979        DIVIDE WS-AUD-ACUM BY WS-AUD-MODULO
049980            GIVING WS-AUD-QUOC REMAINDER WS-AUD-RESTO
049981        MOVE WS-AUD-RESTO TO WS-AUD-ACUM.
049982    9730-SOMAR-BYTE-EXIT.
049983        EXIT.
050000
054000    END PROGRAM Recuperacao.
