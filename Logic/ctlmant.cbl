001597*                  ENDS THE SESSION BEFORE THE REWRITE INSTEAD
001598*                  OF FALLING THROUGH INTO IT, THE SAME REFUSAL
001599*                  THE GRADING PROGRAMS APPLY.
001613* 2026-10-15  HSM  AUDIT-LOG ENTRIES NOW CARRY A GLOBAL SEQUENCE
001627*                  NUMBER AND A CHECK VALUE CHAINED TO THE PRIOR
001641*                  ENTRY, TAKEN FROM AND RECORDED IN AUDIT-CONTROL
001655*                  (AUDCTL), SO A DELETED, EDITED OR REORDERED
001669*                  ENTRY IS CAUGHT BY THE CHAIN VERIFICATION.
001683******************************************************************
001700    IDENTIFICATION DIVISION.
001800    PROGRAM-ID. CtlManut.
001900    AUTHOR. HENRIQUE S. MENDES.
003210        SELECT AUDIT-LOG ASSIGN TO "AUDFILE"
003220            ORGANIZATION IS LINE SEQUENTIAL
003230            FILE STATUS IS WS-FS-AUDIT.
003232        SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
003234            ORGANIZATION IS LINE SEQUENTIAL
003236            FILE STATUS IS WS-FS-AUDCTL.
003240        SELECT BACKUP-ENTRADA ASSIGN TO DYNAMIC WS-ARQ-BAK-IN
003250            ORGANIZATION IS LINE SEQUENTIAL
003260            FILE STATUS IS WS-FS-BAK-IN.
005720    FD  AUDIT-LOG
005730        RECORDING MODE IS F.
005740    COPY AUDREC.
005741
005742    FD  AUDIT-CONTROL
005744        RECORDING MODE IS F.
005746    COPY AUCREC.
005750
005760    FD  BACKUP-ENTRADA
005770        RECORDING MODE IS F.
006000    01  WS-FS-CONTROL           PIC X(02).
006100    01  WS-FS-HISTORIA          PIC X(02).
006110    01  WS-FS-AUDIT             PIC X(02).
006111    01  WS-FS-AUDCTL            PIC X(02).
006112*   AUDIT-LOG CHAIN: SEQUENCE NUMBER AND CHECK VALUE OF THE ENTRY
006113*   BEING WRITTEN, AND THE WORK FIELDS OF THE CHECK VALUE. EACH
006114*   BYTE OF THE ENTRY IS TAKEN AS A NUMBER THROUGH THE BINARY
006115*   REDEFINITION OF WS-AUD-BYTE-GRP.
006116    01  WS-AUD-SEQUENCIA        PIC 9(09) VALUE ZERO.
006117    01  WS-AUD-CHECAGEM         PIC 9(09) VALUE ZERO.
006118    01  WS-AUD-POS              PIC 9(03) VALUE ZERO.
006119    01  WS-AUD-TAM-COBERTO      PIC 9(03) VALUE 121.
006120    01  WS-AUD-MODULO           PIC 9(09) VALUE 999999937.
006121    01  WS-AUD-ACUM             PIC 9(12) VALUE ZERO.
006122    01  WS-AUD-QUOC             PIC 9(12) VALUE ZERO.
006123    01  WS-AUD-RESTO            PIC 9(12) VALUE ZERO.
006124    01  WS-AUD-BYTE-GRP.
006125        05  FILLER              PIC X(01) VALUE LOW-VALUE.
006126        05  WS-AUD-BYTE         PIC X(01).
006127    01  WS-AUD-BYTE-NUM REDEFINES WS-AUD-BYTE-GRP
006128                                PIC 9(04) COMP.
006129    01  WS-FS-BAK-IN            PIC X(02).
006130    01  WS-FS-BAK-OUT           PIC X(02).
006140    01  WS-ARQ-BAK-IN           PIC X(44).
006150    01  WS-ARQ-BAK-OUT          PIC X(44).
068864        MOVE "BACKUP   "     TO AU-STATUS
068865        MOVE "GER1"          TO AU-MOTIVO
068866        MOVE ZERO            TO AU-EXECUCAO
068867        PERFORM 9700-GRAVAR-AUDITORIA
068869            THRU 9700-GRAVAR-AUDITORIA-EXIT
068871        CLOSE AUDIT-LOG.
068873    8550-GRAVAR-AUDIT-BACKUP-EXIT.
068875        EXIT.
068877
068880******************************************************************
068900* 9000-REGRAVAR-CONTROLE - REWRITES CONTROL-FILE FROM THE TABLE
069000*     AT END OF SESSION, AFTER THE GENERATION COPY OF THE FILE
072000        WRITE CONTROL-RECORD
072100        ADD 1 TO WS-CT-IDX.
072200    9010-GRAVAR-ENTRADA-EXIT.
072233        EXIT.
072266
072301******************************************************************
072302* 9700-GRAVAR-AUDITORIA - WRITES THE ENTRY BUILT IN AUDIT-RECORD
072303*     AS THE NEXT LINK OF THE AUDIT-LOG CHAIN: TAKES THE NEXT
072304*     GLOBAL SEQUENCE NUMBER FROM AUDIT-CONTROL, CHAINS THE CHECK
072305*     VALUE TO THE PREVIOUS ENTRY'S, WRITES THE ENTRY, AND ONLY
072306*     THEN ADVANCES AUDIT-CONTROL.
072307******************************************************************
072308    9700-GRAVAR-AUDITORIA.
072309        PERFORM 9710-LER-CONTROLE-AUDIT
072310            THRU 9710-LER-CONTROLE-AUDIT-EXIT
072311        ADD 1 TO WS-AUD-SEQUENCIA
072312        MOVE WS-AUD-SEQUENCIA TO AU-SEQUENCIA
072313        PERFORM 9720-CALCULAR-CHECAGEM
072314            THRU 9720-CALCULAR-CHECAGEM-EXIT
072315        MOVE WS-AUD-CHECAGEM TO AU-CHECAGEM
072316        WRITE AUDIT-RECORD
072317        IF WS-FS-AUDIT NOT = "00"
072318            DISPLAY "AUDIT-LOG NAO GRAVADO - STATUS " WS-FS-AUDIT
072319            GO TO 9700-GRAVAR-AUDITORIA-EXIT
072320        END-IF
072321        OPEN OUTPUT AUDIT-CONTROL
072322        IF WS-FS-AUDCTL NOT = "00"
072323            DISPLAY "AUDIT-CONTROL NAO PODE SER GRAVADO - STATUS "
072324                WS-FS-AUDCTL
072325            GO TO 9700-GRAVAR-AUDITORIA-EXIT
072326        END-IF
072327        MOVE SPACES TO AUDIT-CONTROL-RECORD
072328        MOVE WS-AUD-SEQUENCIA TO AUC-SEQUENCIA
072329        MOVE WS-AUD-CHECAGEM  TO AUC-CHECAGEM
072330        MOVE AU-DATA          TO AUC-DATA
072331        MOVE AU-HORA          TO AUC-HORA
072332        WRITE AUDIT-CONTROL-RECORD
072333        CLOSE AUDIT-CONTROL.
072334    9700-GRAVAR-AUDITORIA-EXIT.
072335        EXIT.
072336
072337******************************************************************
072338* 9710-LER-CONTROLE-AUDIT - READS THE LAST SEQUENCE NUMBER AND
072339*     CHECK VALUE ISSUED. IT IS READ AT EVERY ENTRY, NOT ONCE PER
072340*     RUN, SO TWO PROGRAMS WRITING IN THE SAME PERIOD NEVER REUSE
072341*     A NUMBER. WITHOUT AUDIT-CONTROL THE CHAIN STARTS AT 1.
072342******************************************************************
072343    9710-LER-CONTROLE-AUDIT.
072344        MOVE ZERO TO WS-AUD-SEQUENCIA
072345        MOVE ZERO TO WS-AUD-CHECAGEM
072346        OPEN INPUT AUDIT-CONTROL
072347        IF WS-FS-AUDCTL NOT = "00"
072348            GO TO 9710-LER-CONTROLE-AUDIT-EXIT
072349        END-IF
072350        READ AUDIT-CONTROL
072351            NOT AT END
072352                MOVE AUC-SEQUENCIA TO WS-AUD-SEQUENCIA
072353                MOVE AUC-CHECAGEM  TO WS-AUD-CHECAGEM
072354        END-READ
072355        CLOSE AUDIT-CONTROL.
072356    9710-LER-CONTROLE-AUDIT-EXIT.
072357        EXIT.
072358
072359******************************************************************
072360* 9720-CALCULAR-CHECAGEM - FOLDS EVERY BYTE OF THE ENTRY, FROM
072361*     AU-DATA THROUGH AU-SEQUENCIA, INTO THE PREVIOUS ENTRY'S
072362*     CHECK VALUE (TIMES 31, PLUS THE BYTE AND ITS POSITION,
072363*     MODULO THE PRIME 999999937). THE CHAIN VERIFICATION
072364*     RECOMPUTES IT THE SAME WAY.
072365******************************************************************
072366    9720-CALCULAR-CHECAGEM.
072367        MOVE WS-AUD-CHECAGEM TO WS-AUD-ACUM
072368        PERFORM 9730-SOMAR-BYTE THRU 9730-SOMAR-BYTE-EXIT
072369            VARYING WS-AUD-POS FROM 1 BY 1
072370            UNTIL WS-AUD-POS > WS-AUD-TAM-COBERTO
072371        MOVE WS-AUD-ACUM TO WS-AUD-CHECAGEM.
072372    9720-CALCULAR-CHECAGEM-EXIT.
072373        EXIT.
072374
072375    9730-SOMAR-BYTE.
072376        MOVE AUDIT-RECORD(WS-AUD-POS:1) TO WS-AUD-BYTE
072377        COMPUTE WS-AUD-ACUM = WS-AUD-ACUM * 31
072378            + WS-AUD-BYTE-NUM + WS-AUD-POS
072379        DIVIDE WS-AUD-ACUM BY WS-AUD-MODULO
072380            GIVING WS-AUD-QUOC REMAINDER WS-AUD-RESTO
072381        MOVE WS-AUD-RESTO TO WS-AUD-ACUM.
072382    9730-SOMAR-BYTE-EXIT.
072383        EXIT.
072400
072500    END PROGRAM CtlManut.
