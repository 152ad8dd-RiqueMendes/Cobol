001800*                  APROVADO/REPROVADO. EVERY COMPLETION GOES TO
001900*                  AUDIT-LOG, RETIRING THE PAPER LIST THE
002000*                  SECRETARIAT KEPT FOR THESE CASES.
002016* 2026-10-15  HSM  AUDIT-LOG ENTRIES NOW CARRY A GLOBAL SEQUENCE
002032*                  NUMBER AND A CHECK VALUE CHAINED TO THE PRIOR
002048*                  ENTRY, TAKEN FROM AND RECORDED IN AUDIT-CONTROL
002064*                  (AUDCTL), SO A DELETED, EDITED OR REORDERED
002080*                  ENTRY IS CAUGHT BY THE CHAIN VERIFICATION.
002100******************************************************************
002200    IDENTIFICATION DIVISION.
002300    PROGRAM-ID. NotaCompl.
004000        SELECT AUDIT-LOG ASSIGN TO "AUDFILE"
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS WS-FS-AUDIT.
004225        SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
004250            ORGANIZATION IS LINE SEQUENTIAL
004275            FILE STATUS IS WS-FS-AUDCTL.
004300        SELECT OPERATOR-FILE ASSIGN TO "OPRFILE"
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS IS WS-FS-OPERADOR.
005900    FD  AUDIT-LOG
006000        RECORDING MODE IS F.
006100    COPY AUDREC.
006101
006125    FD  AUDIT-CONTROL
006150        RECORDING MODE IS F.
006175    COPY AUCREC.
006200
006300    FD  OPERATOR-FILE
006400        RECORDING MODE IS F.
007700    01  WS-FS-GRADE             PIC X(02).
007800    01  WS-FS-CONTROL           PIC X(02).
007900    01  WS-FS-AUDIT             PIC X(02).
007905    01  WS-FS-AUDCTL            PIC X(02).
007910*   AUDIT-LOG CHAIN: SEQUENCE NUMBER AND CHECK VALUE OF THE ENTRY
007915*   BEING WRITTEN, AND THE WORK FIELDS OF THE CHECK VALUE. EACH
007920*   BYTE OF THE ENTRY IS TAKEN AS A NUMBER THROUGH THE BINARY
007925*   REDEFINITION OF WS-AUD-BYTE-GRP.
007930    01  WS-AUD-SEQUENCIA        PIC 9(09) VALUE ZERO.
007935    01  WS-AUD-CHECAGEM         PIC 9(09) VALUE ZERO.
007940    01  WS-AUD-POS              PIC 9(03) VALUE ZERO.
007945    01  WS-AUD-TAM-COBERTO      PIC 9(03) VALUE 121.
007950    01  WS-AUD-MODULO           PIC 9(09) VALUE 999999937.
007955    01  WS-AUD-ACUM             PIC 9(12) VALUE ZERO.
007960    01  WS-AUD-QUOC             PIC 9(12) VALUE ZERO.
007965    01  WS-AUD-RESTO            PIC 9(12) VALUE ZERO.
007970    01  WS-AUD-BYTE-GRP.
007975        05  FILLER              PIC X(01) VALUE LOW-VALUE.
007980        05  WS-AUD-BYTE         PIC X(01).
007985    01  WS-AUD-BYTE-NUM REDEFINES WS-AUD-BYTE-GRP
007990                                PIC 9(04) COMP.
008000    01  WS-FS-OPERADOR          PIC X(02).
008100    01  WS-FS-TERMO             PIC X(02).
008200
027800                                AU-NOTA4 AU-RESULTADO
027900        MOVE "NEGADO   "     TO AU-STATUS
027910        MOVE ZERO            TO AU-EXECUCAO
028000        PERFORM 9700-GRAVAR-AUDITORIA
028050            THRU 9700-GRAVAR-AUDITORIA-EXIT.
028100    0058-GRAVAR-ACESSO-NEGADO-EXIT.
028200        EXIT.
028300
061200        MOVE "COMP"          TO AU-MOTIVO
061210        MOVE GM-CURSO        TO AU-CURSO
061220        MOVE ZERO            TO AU-EXECUCAO
061300        PERFORM 9700-GRAVAR-AUDITORIA
061350            THRU 9700-GRAVAR-AUDITORIA-EXIT.
061400    7600-GRAVAR-AUDIT-LOG-EXIT.
061433        EXIT.
061466
061501******************************************************************
061502* 9700-GRAVAR-AUDITORIA - WRITES THE ENTRY BUILT IN AUDIT-RECORD
061503*     AS THE NEXT LINK OF THE AUDIT-LOG CHAIN: TAKES THE NEXT
061504*     GLOBAL SEQUENCE NUMBER FROM AUDIT-CONTROL, CHAINS THE CHECK
061505*     VALUE TO THE PREVIOUS ENTRY'S, WRITES THE ENTRY, AND ONLY
061506*     THEN ADVANCES AUDIT-CONTROL.
061507******************************************************************
061508    9700-GRAVAR-AUDITORIA.
061509        PERFORM 9710-LER-CONTROLE-AUDIT
061510            THRU 9710-LER-CONTROLE-AUDIT-EXIT
061511        ADD 1 TO WS-AUD-SEQUENCIA
061512        MOVE WS-AUD-SEQUENCIA TO AU-SEQUENCIA
061513        PERFORM 9720-CALCULAR-CHECAGEM
061514            THRU 9720-CALCULAR-CHECAGEM-EXIT
061515        MOVE WS-AUD-CHECAGEM TO AU-CHECAGEM
061516        WRITE AUDIT-RECORD
061517        IF WS-FS-AUDIT NOT = "00"
061518            DISPLAY "AUDIT-LOG NAO GRAVADO - STATUS " WS-FS-AUDIT
061519            GO TO 9700-GRAVAR-AUDITORIA-EXIT
061520        END-IF
061521        OPEN OUTPUT AUDIT-CONTROL
061522        IF WS-FS-AUDCTL NOT = "00"
061523            DISPLAY "AUDIT-CONTROL NAO PODE SER GRAVADO - STATUS "
061524                WS-FS-AUDCTL
061525            GO TO 9700-GRAVAR-AUDITORIA-EXIT
061526        END-IF
061527        MOVE SPACES TO AUDIT-CONTROL-RECORD
061528        MOVE WS-AUD-SEQUENCIA TO AUC-SEQUENCIA
061529        MOVE WS-AUD-CHECAGEM  TO AUC-CHECAGEM
061530        MOVE AU-DATA          TO AUC-DATA
061531        MOVE AU-HORA          TO AUC-HORA
061532        WRITE AUDIT-CONTROL-RECORD
061533        CLOSE AUDIT-CONTROL.
061534    9700-GRAVAR-AUDITORIA-EXIT.
061535        EXIT.
061536
061537******************************************************************
061538* 9710-LER-CONTROLE-AUDIT - READS THE LAST SEQUENCE NUMBER AND
061539*     CHECK VALUE ISSUED. IT IS READ AT EVERY ENTRY, NOT ONCE PER
061540*     RUN, SO TWO PROGRAMS WRITING IN THE SAME PERIOD NEVER REUSE
061541*     A NUMBER. WITHOUT AUDIT-CONTROL THE CHAIN STARTS AT 1.
061542******************************************************************
061543    9710-LER-CONTROLE-AUDIT.
061544        MOVE ZERO TO WS-AUD-SEQUENCIA
061545        MOVE ZERO TO WS-AUD-CHECAGEM
061546        OPEN INPUT AUDIT-CONTROL
061547        IF WS-FS-AUDCTL NOT = "00"
061548            GO TO 9710-LER-CONTROLE-AUDIT-EXIT
061549        END-IF
061550        READ AUDIT-CONTROL
061551            NOT AT END
061552                MOVE AUC-SEQUENCIA TO WS-AUD-SEQUENCIA
061553                MOVE AUC-CHECAGEM  TO WS-AUD-CHECAGEM
061554        END-READ
061555        CLOSE AUDIT-CONTROL.
061556    9710-LER-CONTROLE-AUDIT-EXIT.
061557        EXIT.
061558
061559******************************************************************
061560* 9720-CALCULAR-CHECAGEM - FOLDS EVERY BYTE OF THE ENTRY, FROM
061561*     AU-DATA THROUGH AU-SEQUENCIA, INTO THE PREVIOUS ENTRY'S
061562*     CHECK VALUE (TIMES 31, PLUS THE BYTE AND ITS POSITION,
061563*     MODULO THE PRIME 999999937). THE CHAIN VERIFICATION
061564*     RECOMPUTES IT THE SAME WAY.
061565******************************************************************
061566    9720-CALCULAR-CHECAGEM.
061567        MOVE WS-AUD-CHECAGEM TO WS-AUD-ACUM
061568        PERFORM 9730-SOMAR-BYTE THRU 9730-SOMAR-BYTE-EXIT
061569            VARYING WS-AUD-POS FROM 1 BY 1
061570            UNTIL WS-AUD-POS > WS-AUD-TAM-COBERTO
061571        MOVE WS-AUD-ACUM TO WS-AUD-CHECAGEM.
061572    9720-CALCULAR-CHECAGEM-EXIT.
061573        EXIT.
061574
061575    9730-SOMAR-BYTE.
061576        MOVE AUDIT-RECORD(WS-AUD-POS:1) TO WS-AUD-BYTE
061577        COMPUTE WS-AUD-ACUM = WS-AUD-ACUM * 31
061578            + WS-AUD-BYTE-NUM + WS-AUD-POS
061579        DIVIDE WS-AUD-ACUM BY WS-AUD-MODULO
061580            GIVING WS-AUD-QUOC REMAINDER WS-AUD-RESTO
061581        MOVE WS-AUD-RESTO TO WS-AUD-ACUM.
061582    9730-SOMAR-BYTE-EXIT.
061583        EXIT.
061600
061700    END PROGRAM NotaCompl.
