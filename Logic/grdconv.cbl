001800*                  THE REPORTING PROGRAMS ALREADY RECOGNIZE.
001900*                  WITHOUT THIS LOAD THE FIRST RUN OF THE NEW
002000*                  SYSTEM WOULD START FROM AN EMPTY MASTER.
002016* 2026-10-15  HSM  AUDIT-LOG ENTRIES NOW CARRY A GLOBAL SEQUENCE
002032*                  NUMBER AND A CHECK VALUE CHAINED TO THE PRIOR
002048*                  ENTRY, TAKEN FROM AND RECORDED IN AUDIT-CONTROL
002064*                  (AUDCTL), SO A DELETED, EDITED OR REORDERED
002080*                  ENTRY IS CAUGHT BY THE CHAIN VERIFICATION.
002100******************************************************************
002200    IDENTIFICATION DIVISION.
002300    PROGRAM-ID. GrdConversao.
004000        SELECT AUDIT-LOG ASSIGN TO "AUDFILE"
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS WS-FS-AUDIT.
004225        SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
004250            ORGANIZATION IS LINE SEQUENTIAL
004275            FILE STATUS IS WS-FS-AUDCTL.
004300
004400    DATA DIVISION.
004500    FILE SECTION.
006500    FD  AUDIT-LOG
006600        RECORDING MODE IS F.
006700    COPY AUDREC.
006701
006725    FD  AUDIT-CONTROL
006750        RECORDING MODE IS F.
006775    COPY AUCREC.
006800
006900    WORKING-STORAGE SECTION.
007000    01  WS-FS-ANTIGO            PIC X(02).
007100    01  WS-FS-GRADE             PIC X(02).
007200    01  WS-FS-AUDIT             PIC X(02).
007205    01  WS-FS-AUDCTL            PIC X(02).
007210*   AUDIT-LOG CHAIN: SEQUENCE NUMBER AND CHECK VALUE OF THE ENTRY
007215*   BEING WRITTEN, AND THE WORK FIELDS OF THE CHECK VALUE. EACH
007220*   BYTE OF THE ENTRY IS TAKEN AS A NUMBER THROUGH THE BINARY
007225*   REDEFINITION OF WS-AUD-BYTE-GRP.
007230    01  WS-AUD-SEQUENCIA        PIC 9(09) VALUE ZERO.
007235    01  WS-AUD-CHECAGEM         PIC 9(09) VALUE ZERO.
007240    01  WS-AUD-POS              PIC 9(03) VALUE ZERO.
007245    01  WS-AUD-TAM-COBERTO      PIC 9(03) VALUE 121.
007250    01  WS-AUD-MODULO           PIC 9(09) VALUE 999999937.
007255    01  WS-AUD-ACUM             PIC 9(12) VALUE ZERO.
007260    01  WS-AUD-QUOC             PIC 9(12) VALUE ZERO.
007265    01  WS-AUD-RESTO            PIC 9(12) VALUE ZERO.
007270    01  WS-AUD-BYTE-GRP.
007275        05  FILLER              PIC X(01) VALUE LOW-VALUE.
007280        05  WS-AUD-BYTE         PIC X(01).
007285    01  WS-AUD-BYTE-NUM REDEFINES WS-AUD-BYTE-GRP
007290                                PIC 9(04) COMP.
007300
007400    01  WS-OPERADOR             PIC X(08).
007500    01  WS-CONFIRMA             PIC X(01).
024800                                AU-NOTA4 AU-RESULTADO
024900        MOVE "CONVERSAO"     TO AU-STATUS
025000        MOVE ZERO            TO AU-EXECUCAO
025100        PERFORM 9700-GRAVAR-AUDITORIA
025150            THRU 9700-GRAVAR-AUDITORIA-EXIT
025200        CLOSE AUDIT-LOG.
025300    7000-GRAVAR-AUDIT-CONVERSAO-EXIT.
025333        EXIT.
025366
025401******************************************************************
025402* 9700-GRAVAR-AUDITORIA - WRITES THE ENTRY BUILT IN AUDIT-RECORD
025403*     AS THE NEXT LINK OF THE AUDIT-LOG CHAIN: TAKES THE NEXT
025404*     GLOBAL SEQUENCE NUMBER FROM AUDIT-CONTROL, CHAINS THE CHECK
025405*     VALUE TO THE PREVIOUS ENTRY'S, WRITES THE ENTRY, AND ONLY
025406*     THEN ADVANCES AUDIT-CONTROL.
025407******************************************************************
025408    9700-GRAVAR-AUDITORIA.
025409        PERFORM 9710-LER-CONTROLE-AUDIT
025410            THRU 9710-LER-CONTROLE-AUDIT-EXIT
025411        ADD 1 TO WS-AUD-SEQUENCIA
025412        MOVE WS-AUD-SEQUENCIA TO AU-SEQUENCIA
025413        PERFORM 9720-CALCULAR-CHECAGEM
025414            THRU 9720-CALCULAR-CHECAGEM-EXIT
025415        MOVE WS-AUD-CHECAGEM TO AU-CHECAGEM
025416        WRITE AUDIT-RECORD
025417        IF WS-FS-AUDIT NOT = "00"
025418            DISPLAY "AUDIT-LOG NAO GRAVADO - STATUS " WS-FS-AUDIT
025419            GO TO 9700-GRAVAR-AUDITORIA-EXIT
025420        END-IF
025421        OPEN OUTPUT AUDIT-CONTROL
025422        IF WS-FS-AUDCTL NOT = "00"
025423            DISPLAY "AUDIT-CONTROL NAO PODE SER GRAVADO - STATUS "
025424                WS-FS-AUDCTL
025425            GO TO 9700-GRAVAR-AUDITORIA-EXIT
025426        END-IF
025427        MOVE SPACES TO AUDIT-CONTROL-RECORD
025428        MOVE WS-AUD-SEQUENCIA TO AUC-SEQUENCIA
025429        MOVE WS-AUD-CHECAGEM  TO AUC-CHECAGEM
025430        MOVE AU-DATA          TO AUC-DATA
025431        MOVE AU-HORA          TO AUC-HORA
025432        WRITE AUDIT-CONTROL-RECORD
025433        CLOSE AUDIT-CONTROL.
025434    9700-GRAVAR-AUDITORIA-EXIT.
025435        EXIT.
025436
025437******************************************************************
025438* 9710-LER-CONTROLE-AUDIT - READS THE LAST SEQUENCE NUMBER AND
025439*     CHECK VALUE ISSUED. IT IS READ AT EVERY ENTRY, NOT ONCE PER
025440*     RUN, SO TWO PROGRAMS WRITING IN THE SAME PERIOD NEVER REUSE
025441*     A NUMBER. WITHOUT AUDIT-CONTROL THE CHAIN STARTS AT 1.
025442******************************************************************
025443    9710-LER-CONTROLE-AUDIT.
025444        MOVE ZERO TO WS-AUD-SEQUENCIA
025445        MOVE ZERO TO WS-AUD-CHECAGEM
025446        OPEN INPUT AUDIT-CONTROL
025447        IF WS-FS-AUDCTL NOT = "00"
025448            GO TO 9710-LER-CONTROLE-AUDIT-EXIT
025449        END-IF
025450        READ AUDIT-CONTROL
025451            NOT AT END
025452                MOVE AUC-SEQUENCIA TO WS-AUD-SEQUENCIA
025453                MOVE AUC-CHECAGEM  TO WS-AUD-CHECAGEM
025454        END-READ
025455        CLOSE AUDIT-CONTROL.
025456    9710-LER-CONTROLE-AUDIT-EXIT.
025457        EXIT.
025458
025459******************************************************************
025460* 9720-CALCULAR-CHECAGEM - FOLDS EVERY BYTE OF THE ENTRY, FROM
025461*     AU-DATA THROUGH AU-SEQUENCIA, INTO THE PREVIOUS ENTRY'S
025462*     CHECK VALUE (TIMES 31, PLUS THE BYTE AND ITS POSITION,
025463*     MODULO THE PRIME 999999937). THE CHAIN VERIFICATION
025464*     RECOMPUTES IT THE SAME WAY.
025465******************************************************************
025466    9720-CALCULAR-CHECAGEM.
025467        MOVE WS-AUD-CHECAGEM TO WS-AUD-ACUM
025468        PERFORM 9730-SOMAR-BYTE THRU 9730-SOMAR-BYTE-EXIT
025469            VARYING WS-AUD-POS FROM 1 BY 1
025470            UNTIL WS-AUD-POS > WS-AUD-TAM-COBERTO
025471        MOVE WS-AUD-ACUM TO WS-AUD-CHECAGEM.
025472    9720-CALCULAR-CHECAGEM-EXIT.
025473        EXIT.
025474
025475    9730-SOMAR-BYTE.
025476        MOVE AUDIT-RECORD(WS-AUD-POS:1) TO WS-AUD-BYTE
025477        COMPUTE WS-AUD-ACUM = WS-AUD-ACUM * 31
025478            + WS-AUD-BYTE-NUM + WS-AUD-POS
025479        DIVIDE WS-AUD-ACUM BY WS-AUD-MODULO
025480            GIVING WS-AUD-QUOC REMAINDER WS-AUD-RESTO
025481        MOVE WS-AUD-RESTO TO WS-AUD-ACUM.
025482    9730-SOMAR-BYTE-EXIT.
025483        EXIT.
025500
025600    END PROGRAM GrdConversao.
