001600*                  RESTORE IS LOGGED TO AUDIT-LOG, REPLACING THE
001700*                  COPY-BY-HAND RECOVERY THAT DEPENDED ON SOMEONE
001800*                  REMEMBERING TO COPY FILES.
001816* 2026-10-15  HSM  AUDIT-LOG ENTRIES NOW CARRY A GLOBAL SEQUENCE
001832*                  NUMBER AND A CHECK VALUE CHAINED TO THE PRIOR
001848*                  ENTRY, TAKEN FROM AND RECORDED IN AUDIT-CONTROL
001864*                  (AUDCTL), SO A DELETED, EDITED OR REORDERED
001880*                  ENTRY IS CAUGHT BY THE CHAIN VERIFICATION.
001900******************************************************************
002000    IDENTIFICATION DIVISION.
002100    PROGRAM-ID. Restaura.
004100        SELECT AUDIT-LOG ASSIGN TO "AUDFILE"
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS IS WS-FS-AUDIT.
004325        SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
004350            ORGANIZATION IS LINE SEQUENTIAL
004375            FILE STATUS IS WS-FS-AUDCTL.
004400        SELECT OPERATOR-FILE ASSIGN TO "OPRFILE"
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS IS WS-FS-OPERADOR.
006400    FD  AUDIT-LOG
006500        RECORDING MODE IS F.
006600    COPY AUDREC.
006601
006625    FD  AUDIT-CONTROL
006650        RECORDING MODE IS F.
006675    COPY AUCREC.
006700
006800    FD  OPERATOR-FILE
006900        RECORDING MODE IS F.
008300    01  WS-FS-CONTROL           PIC X(02).
008400    01  WS-FS-BAK-IN            PIC X(02).
008500    01  WS-FS-AUDIT             PIC X(02).
008505    01  WS-FS-AUDCTL            PIC X(02).
008510*   AUDIT-LOG CHAIN: SEQUENCE NUMBER AND CHECK VALUE OF THE ENTRY
008515*   BEING WRITTEN, AND THE WORK FIELDS OF THE CHECK VALUE. EACH
008520*   BYTE OF THE ENTRY IS TAKEN AS A NUMBER THROUGH THE BINARY
008525*   REDEFINITION OF WS-AUD-BYTE-GRP.
008530    01  WS-AUD-SEQUENCIA        PIC 9(09) VALUE ZERO.
008535    01  WS-AUD-CHECAGEM         PIC 9(09) VALUE ZERO.
008540    01  WS-AUD-POS              PIC 9(03) VALUE ZERO.
008545    01  WS-AUD-TAM-COBERTO      PIC 9(03) VALUE 121.
008550    01  WS-AUD-MODULO           PIC 9(09) VALUE 999999937.
008555    01  WS-AUD-ACUM             PIC 9(12) VALUE ZERO.
008560    01  WS-AUD-QUOC             PIC 9(12) VALUE ZERO.
008565    01  WS-AUD-RESTO            PIC 9(12) VALUE ZERO.
008570    01  WS-AUD-BYTE-GRP.
008575        05  FILLER              PIC X(01) VALUE LOW-VALUE.
008580        05  WS-AUD-BYTE         PIC X(01).
008585    01  WS-AUD-BYTE-NUM REDEFINES WS-AUD-BYTE-GRP
008590                                PIC 9(04) COMP.
008600    01  WS-FS-OPERADOR          PIC X(02).
008700    01  WS-FS-LOCK              PIC X(02).
008800
024600                                AU-NOTA4 AU-RESULTADO
024700        MOVE "NEGADO   "     TO AU-STATUS
024710        MOVE ZERO            TO AU-EXECUCAO
024800        PERFORM 9700-GRAVAR-AUDITORIA
024850            THRU 9700-GRAVAR-AUDITORIA-EXIT.
024900    0058-GRAVAR-ACESSO-NEGADO-EXIT.
025000        EXIT.
025100
048600        MOVE "RESTAURA "     TO AU-STATUS
048700        MOVE WS-MOTIVO-GER   TO AU-MOTIVO
048800        MOVE ZERO            TO AU-EXECUCAO
048900        PERFORM 9700-GRAVAR-AUDITORIA
048950            THRU 9700-GRAVAR-AUDITORIA-EXIT.
049000    7000-GRAVAR-AUDIT-RESTAURA-EXIT.
049033        EXIT.
049066
049101******************************************************************
049102* 9700-GRAVAR-AUDITORIA - WRITES THE ENTRY BUILT IN AUDIT-RECORD
049103*     AS THE NEXT LINK OF THE AUDIT-LOG CHAIN: TAKES THE NEXT
049104*     GLOBAL SEQUENCE NUMBER FROM AUDIT-CONTROL, CHAINS THE CHECK
049105*     VALUE TO THE PREVIOUS ENTRY'S, WRITES THE ENTRY, AND ONLY
049106*     THEN ADVANCES AUDIT-CONTROL.
049107******************************************************************
049108    9700-GRAVAR-AUDITORIA.
049109        PERFORM 9710-LER-CONTROLE-AUDIT
049110            THRU 9710-LER-CONTROLE-AUDIT-EXIT
049111        ADD 1 TO WS-AUD-SEQUENCIA
049112        MOVE WS-AUD-SEQUENCIA TO AU-SEQUENCIA
049113        PERFORM 9720-CALCULAR-CHECAGEM
049114            THRU 9720-CALCULAR-CHECAGEM-EXIT
049115        MOVE WS-AUD-CHECAGEM TO AU-CHECAGEM
049116        WRITE AUDIT-RECORD
049117        IF WS-FS-AUDIT NOT = "00"
049118            DISPLAY "AUDIT-LOG NAO GRAVADO - STATUS " WS-FS-AUDIT
049119            GO TO 9700-GRAVAR-AUDITORIA-EXIT
049120        END-IF
049121        OPEN OUTPUT AUDIT-CONTROL
049122        IF WS-FS-AUDCTL NOT = "00"
049123            DISPLAY "AUDIT-CONTROL NAO PODE SER GRAVADO - STATUS "
049124                WS-FS-AUDCTL
049125            GO TO 9700-GRAVAR-AUDITORIA-EXIT
049126        END-IF
049127        MOVE SPACES TO AUDIT-CONTROL-RECORD
049128        MOVE WS-AUD-SEQUENCIA TO AUC-SEQUENCIA
049129        MOVE WS-AUD-CHECAGEM  TO AUC-CHECAGEM
049130        MOVE AU-DATA          TO AUC-DATA
049131        MOVE AU-HORA          TO AUC-HORA
049132        WRITE AUDIT-CONTROL-RECORD
049133        CLOSE AUDIT-CONTROL.
049134    9700-GRAVAR-AUDITORIA-EXIT.
049135        EXIT.
049136
049137******************************************************************
049138* 9710-LER-CONTROLE-AUDIT - READS THE LAST SEQUENCE NUMBER AND
049139*     CHECK VALUE ISSUED. IT IS READ AT EVERY ENTRY, NOT ONCE PER
049140*     RUN, SO TWO PROGRAMS WRITING IN THE SAME PERIOD NEVER REUSE
049141*     A NUMBER. WITHOUT AUDIT-CONTROL THE CHAIN STARTS AT 1.
049142******************************************************************
049143    9710-LER-CONTROLE-AUDIT.
049144        MOVE ZERO TO WS-AUD-SEQUENCIA
049145        MOVE ZERO TO WS-AUD-CHECAGEM
049146        OPEN INPUT AUDIT-CONTROL
049147        IF WS-FS-AUDCTL NOT = "00"
049148            GO TO 9710-LER-CONTROLE-AUDIT-EXIT
049149        END-IF
049150        READ AUDIT-CONTROL
049151            NOT AT END
049152                MOVE AUC-SEQUENCIA TO WS-AUD-SEQUENCIA
049153                MOVE AUC-CHECAGEM  TO WS-AUD-CHECAGEM
049154        END-READ
049155        CLOSE AUDIT-CONTROL.
049156    9710-LER-CONTROLE-AUDIT-EXIT.
049157        EXIT.
049158
049159******************************************************************
049160* 9720-CALCULAR-CHECAGEM - FOLDS EVERY BYTE OF THE ENTRY, FROM
049161*     AU-DATA THROUGH AU-SEQUENCIA, INTO THE PREVIOUS ENTRY'S
049162*     CHECK VALUE (TIMES 31, PLUS THE BYTE AND ITS POSITION,
049163*     MODULO THE PRIME 999999937). THE CHAIN VERIFICATION
049164*     RECOMPUTES IT THE SAME WAY.
049165******************************************************************
049166    9720-CALCULAR-CHECAGEM.
049167        MOVE WS-AUD-CHECAGEM TO WS-AUD-ACUM
049168        PERFORM 9730-SOMAR-BYTE THRU 9730-SOMAR-BYTE-EXIT
049169            VARYING WS-AUD-POS FROM 1 BY 1
049170            UNTIL WS-AUD-POS > WS-AUD-TAM-COBERTO
049171        MOVE WS-AUD-ACUM TO WS-AUD-CHECAGEM.
049172    9720-CALCULAR-CHECAGEM-EXIT.
049173        EXIT.
049174
049175    9730-SOMAR-BYTE.
049176        MOVE AUDIT-RECORD(WS-AUD-POS:1) TO WS-AUD-BYTE
049177        COMPUTE WS-AUD-ACUM = WS-AUD-ACUM * 31
049178            + WS-AUD-BYTE-NUM + WS-AUD-POS
049179        DIVIDE WS-AUD-ACUM BY WS-AUD-MODULO
049180            GIVING WS-AUD-QUOC REMAINDER WS-AUD-RESTO
049181        MOVE WS-AUD-RESTO TO WS-AUD-ACUM.
049182    9730-SOMAR-BYTE-EXIT.
049183        EXIT.
049200
049300    END PROGRAM Restaura.
