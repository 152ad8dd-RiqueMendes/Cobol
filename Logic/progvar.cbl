001157*                  OPERATOR. THE SEQUENTIAL RUN NUMBER FROM THE
001158*                  LOCK IS STAMPED ON RESULT-FILE, RUN-REPORT,
001159*                  AND EVERY AUDIT-LOG ENTRY OF THE RUN.
001160* 2026-09-02  HSM  A GENERATION COPY OF THE GRADE-MASTER
001161*                  (GRDBAK1, PRIOR COPIES ROLLING TO GRDBAK2/3)
001162*                  IS NOW UNLOADED BEFORE ANY POSTING OF THE
001163*                  SESSION TOUCHES THE FILE, AND THE EVENT IS
001164*                  LOGGED TO AUDIT-LOG, SO A CRASH MID-UPDATE NO
001165*                  LONGER DESTROYS THE ONLY COPY OF THE MASTER.
001166* 2026-09-02  HSM  THE GRADE-MASTER OPEN NOW CREATES AN EMPTY
001167*                  FILE ONLY ON STATUS 35 (NOT FOUND); ANY OTHER
001168*                  FAILURE STOPS THE RUN INSTEAD OF TRUNCATING
001169*                  THE MASTER. A REPROV-F STUDENT WITH AN ABSENT
001170*                  NOTA NOW POSTS RESULT ZERO (NOT A VALUE BUILT
001171*                  FROM THE 99.99 SENTINEL) AND STAYS OUT OF THE
001172*                  CLASS SUM AND RANGE. GRADING AUDIT ENTRIES
001173*                  NOW CARRY THE DISCIPLINE IN AU-CURSO.
001174* 2026-10-15  HSM  A STUDENT WHOSE GRADE-MASTER POSTING FOR THE
001175*                  TERM IS TRANCADO (WITHDRAWN THROUGH THE
001176*                  ENROLLMENT MAINTENANCE) IS NO LONGER GRADED:
001177*                  THE POSTING STAYS TRANCADO WITH NO RESULT,
001178*                  THE ROSTER NOTAS ARE IGNORED, AND THE STUDENT
001179*                  IS COUNTED APART IN THE CLASS SUMMARY, THE
001180*                  RUN REPORT, AND THE RESTART CHECKPOINT.
001181* 2026-10-15  HSM  AUDIT-LOG ENTRIES NOW CARRY A GLOBAL SEQUENCE
001182*                  NUMBER AND A CHECK VALUE CHAINED TO THE PRIOR
001183*                  ENTRY, TAKEN FROM AND RECORDED IN AUDIT-CONTROL
001184*                  (AUDCTL), SO A DELETED, EDITED OR REORDERED
001185*                  ENTRY IS CAUGHT BY THE CHAIN VERIFICATION.
001186* 2026-10-15  HSM  CSV-EXTRACT ROWS NOW END WITH THE CURSO AND THE
001187*                  RUN NUMBER (CURSO,EXECUCAO COLUMNS), SO THE
001188*                  ACADEMIC RECORDS SYSTEM'S RETURN FILE CAN BE
001189*                  RECONCILED ROW BY ROW; CSV LINE WIDENED TO 100.
001190******************************************************************
001200    IDENTIFICATION DIVISION.
001300    PROGRAM-ID. Aluno.
001400    AUTHOR. HENRIQUE S. MENDES.
002470        SELECT AUDIT-LOG ASSIGN TO "AUDFILE"
002480            ORGANIZATION IS LINE SEQUENTIAL
002490            FILE STATUS IS WS-FS-AUDIT.
002491        SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
002492            ORGANIZATION IS LINE SEQUENTIAL
002493            FILE STATUS IS WS-FS-AUDCTL.
002495        SELECT RESTART-FILE ASSIGN TO "RSTFILE"
002496            ORGANIZATION IS LINE SEQUENTIAL
002497            FILE STATUS IS WS-FS-RESTART.
003700    FD  AUDIT-LOG
003701        RECORDING MODE IS F.
003702    COPY AUDREC.
003703
003707    FD  AUDIT-CONTROL
003712        RECORDING MODE IS F.
003717    COPY AUCREC.
003724
003723    FD  RESTART-FILE
003724        RECORDING MODE IS F.
003725    01  RESTART-RECORD.
003712        05  RST-CURSO           PIC X(06).
003713        05  FILLER              PIC X(01) VALUE SPACE.
003714        05  RST-MATRICULA       PIC X(10).
003715        05  FILLER              PIC X(01) VALUE SPACE.
003716        05  RST-STATUS          PIC X(09).
003717        05  FILLER              PIC X(01) VALUE SPACE.
003718        05  RST-STAT-TOTAL      PIC 9(05).
003719        05  FILLER              PIC X(01) VALUE SPACE.
003720        05  RST-STAT-APROVADO   PIC 9(05).
003721        05  FILLER              PIC X(01) VALUE SPACE.
003722        05  RST-STAT-REPROVADO  PIC 9(05).
003723        05  FILLER              PIC X(01) VALUE SPACE.
003724        05  RST-STAT-INCOMPL    PIC 9(05).
003725        05  FILLER              PIC X(01) VALUE SPACE.
003726        05  RST-STAT-SEM-RES    PIC 9(05).
003727        05  FILLER              PIC X(01) VALUE SPACE.
003728        05  RST-STAT-SOMA       PIC 9(07)V99.
003729        05  FILLER              PIC X(01) VALUE SPACE.
003730        05  RST-STAT-MAIOR      PIC 9(02)V99.
003731        05  FILLER              PIC X(01) VALUE SPACE.
003732        05  RST-STAT-MENOR      PIC 9(02)V99.
003733        05  FILLER              PIC X(01) VALUE SPACE.
003740        05  RST-STAT-TRANC      PIC 9(05).
003741

003742    FD  CSV-EXTRACT
003743        RECORDING MODE IS F.
003744    01  CSV-RECORD              PIC X(100).

003745    FD  GRADE-MASTER.
003747    COPY GRDREC.
003756
003757    FD  RUN-REPORT
003758        RECORDING MODE IS F.
003759    01  RUN-REPORT-LINHA        PIC X(150).

003779    WORKING-STORAGE SECTION.
003800    01  DADOS.
003850        03  DADOS-MATRICULA     PIC X(10).
003900        03  DADOS-NOME          PIC A(15).
004710*   ABSENT SENTINEL: A NOTA THE STUDENT HAS NO LEGAL VALUE FOR.
004720    77  NOTA-AUSENTE            PIC 9(02)V99 VALUE 99.99.
004800
004808    01  WS-FS-STUDENT           PIC X(02).
004816    01  WS-FS-RESULT            PIC X(02).
004824    01  WS-FS-CONTROL           PIC X(02).
004832    01  WS-FS-AUDIT             PIC X(02).
004840    01  WS-FS-AUDCTL            PIC X(02).
004848*   AUDIT-LOG CHAIN: SEQUENCE NUMBER AND CHECK VALUE OF THE ENTRY
004856*   BEING WRITTEN, AND THE WORK FIELDS OF THE CHECK VALUE. EACH
004864*   BYTE OF THE ENTRY IS TAKEN AS A NUMBER THROUGH THE BINARY
004872*   REDEFINITION OF WS-AUD-BYTE-GRP.
004880    01  WS-AUD-SEQUENCIA        PIC 9(09) VALUE ZERO.
004888    01  WS-AUD-CHECAGEM         PIC 9(09) VALUE ZERO.
004896    01  WS-AUD-POS              PIC 9(03) VALUE ZERO.
004897    01  WS-AUD-TAM-COBERTO      PIC 9(03) VALUE 121.
004898    01  WS-AUD-MODULO           PIC 9(09) VALUE 999999937.
004899    01  WS-AUD-ACUM             PIC 9(12) VALUE ZERO.
004900    01  WS-AUD-QUOC             PIC 9(12) VALUE ZERO.
004901    01  WS-AUD-RESTO            PIC 9(12) VALUE ZERO.
004902    01  WS-AUD-BYTE-GRP.
004903        05  FILLER              PIC X(01) VALUE LOW-VALUE.
004904        05  WS-AUD-BYTE         PIC X(01).
004905    01  WS-AUD-BYTE-NUM REDEFINES WS-AUD-BYTE-GRP
004912                                PIC 9(04) COMP.
004913    01  WS-FS-RESTART           PIC X(02).
004914    01  WS-FS-CSV               PIC X(02).
004915    01  WS-FS-GRADE             PIC X(02).
004964    01  WS-ULTIMO-STAT-SOMA     PIC 9(07)V99 VALUE ZERO.
004965    01  WS-ULTIMO-STAT-MAIOR    PIC 9(02)V99 VALUE ZERO.
004966    01  WS-ULTIMO-STAT-MENOR    PIC 9(02)V99 VALUE ZERO.
004967    01  WS-ULTIMO-STAT-TRANC    PIC 9(05) VALUE ZERO.
004968    01  WS-CONTADOR-LOTE        PIC 9(05) VALUE ZERO.
004969    01  WS-INTERVALO-CHECKPT    PIC 9(05) VALUE 50.
004970    01  WS-STAT-TOTAL           PIC 9(05) VALUE ZERO.
004971    01  WS-STAT-APROVADO        PIC 9(05) VALUE ZERO.
004972    01  WS-STAT-REPROVADO       PIC 9(05) VALUE ZERO.
004973    01  WS-STAT-INCOMPLETO      PIC 9(05) VALUE ZERO.
004974*   STUDENTS WITHOUT A COMPUTABLE RESULT (INCOMPLETO, OR
004975*   REPROV-F WITH AN ABSENT NOTA): COUNTED IN THE TOTAL BUT
004976*   KEPT OUT OF THE SUM, THE RANGE, AND THE AVERAGE DIVISOR.
004977    01  WS-STAT-SEM-RESULT      PIC 9(05) VALUE ZERO.
004978*   TRANCADOS ARE COUNTED LIKE INCOMPLETOS: IN THE TOTAL AND IN
004979*   THE STUDENTS WITHOUT A RESULT, NEVER IN THE PASS/FAIL SPLIT.
004980    01  WS-STAT-TRANCADO        PIC 9(05) VALUE ZERO.
004981    01  WS-STAT-SOMA-RESULT     PIC 9(07)V99 VALUE ZERO.
004982    01  WS-STAT-MEDIA-TURMA     PIC 9(02)V99 VALUE ZERO.
004983    01  WS-STAT-MAIOR-RESULT    PIC 9(02)V99 VALUE ZERO.
004984    01  WS-STAT-MENOR-RESULT    PIC 9(02)V99 VALUE ZERO.
004985    01  WS-STAT-PCT-APROVADO    PIC 9(03)V99 VALUE ZERO.
004986    01  WS-STAT-PCT-REPROVADO   PIC 9(03)V99 VALUE ZERO.
004987    01  WS-STAT-REJEITADOS      PIC 9(05) VALUE ZERO.
004988    01  WS-STAT-TOTAL-ED        PIC ZZZZ9.
004989    01  WS-STAT-APROVADO-ED     PIC ZZZZ9.
004990    01  WS-STAT-REPROVADO-ED    PIC ZZZZ9.
004991    01  WS-STAT-INCOMPL-ED      PIC ZZZZ9.
004992    01  WS-STAT-TRANC-ED        PIC ZZZZ9.
004993    01  WS-STAT-MEDIA-ED        PIC Z9.99.
004994    01  WS-STAT-MAIOR-ED        PIC Z9.99.
004995    01  WS-STAT-MENOR-ED        PIC Z9.99.
005000    01  WS-CSV-NOTA3            PIC 99.99.
005001    01  WS-CSV-NOTA4            PIC 99.99.
005002    01  WS-CSV-RESULT           PIC 99.99.
005003    01  WS-CSV-LINHA            PIC X(100).
005004    01  WS-TAM-NOME             PIC 9(02).
005005
005006*   ATTENDANCE OF THE DISCIPLINE BEING GRADED, LOADED FROM
005614            88  FREQUENCIA-ACHADA          VALUE "Y".
005614        05  WS-INCOMPLETO-SW    PIC X(01) VALUE "N".
005614            88  ALUNO-INCOMPLETO           VALUE "Y".
005619        05  WS-TRANCADO-SW      PIC X(01) VALUE "N".
005624            88  ALUNO-TRANCADO             VALUE "Y".
005629        05  WS-EOF-BAK-SW       PIC X(01) VALUE "N".
005634            88  EOF-BACKUP                 VALUE "Y".
005639        05  WS-FIM-UNLOAD-SW    PIC X(01) VALUE "N".
005644            88  FIM-UNLOAD                 VALUE "Y".
005649        05  WS-DIRIGIDO-SW      PIC X(01) VALUE "N".
005654            88  MODO-DIRIGIDO              VALUE "Y".
005659        05  WS-EOF-RUNFILE-SW   PIC X(01) VALUE "N".
005664            88  EOF-RUNFILE                VALUE "Y".
005669        05  WS-RETOMADA-GER-SW  PIC X(01) VALUE "N".
005674            88  RETOMADA-GERAL             VALUE "Y".
005679        05  WS-CSV-ABERTO-SW    PIC X(01) VALUE "N".
005684            88  CSV-ABERTO                 VALUE "Y".
005689
005700    PROCEDURE DIVISION.
005800    0000-MAINLINE.
005801        PERFORM 0090-ABRIR-AUDIT
006987        IF WS-STAT-TOTAL - WS-STAT-SEM-RESULT > ZERO
006988            COMPUTE WS-STAT-MEDIA-TURMA ROUNDED =
006989                WS-STAT-SOMA-RESULT
006990                / (WS-STAT-TOTAL - WS-STAT-SEM-RESULT)
006991        ELSE
006992            MOVE ZERO TO WS-STAT-MEDIA-TURMA
006993        END-IF
006994        MOVE WS-STAT-TOTAL      TO WS-STAT-TOTAL-ED
006995        MOVE WS-STAT-APROVADO   TO WS-STAT-APROVADO-ED
006996        MOVE WS-STAT-REPROVADO  TO WS-STAT-REPROVADO-ED
006997        MOVE WS-STAT-INCOMPLETO TO WS-STAT-INCOMPL-ED
006998        MOVE WS-STAT-TRANCADO   TO WS-STAT-TRANC-ED
006999        MOVE WS-STAT-REJEITADOS TO WS-STAT-REJEIT-ED
007000        MOVE WS-STAT-MEDIA-TURMA TO WS-STAT-MEDIA-ED
007001        MOVE SPACES TO RUN-REPORT-LINHA
007002        STRING "DISCIPLINA " DELIMITED BY SIZE
007003            WS-CODIGO-CURSO DELIMITED BY SIZE
007004            " PROCESSADOS:" DELIMITED BY SIZE
007005            WS-STAT-TOTAL-ED DELIMITED BY SIZE
007006            " APROVADOS:" DELIMITED BY SIZE
007007            WS-STAT-APROVADO-ED DELIMITED BY SIZE
007008            " REPROVADOS:" DELIMITED BY SIZE
007009            WS-STAT-REPROVADO-ED DELIMITED BY SIZE
007010            " INCOMPLETOS:" DELIMITED BY SIZE
007011            WS-STAT-INCOMPL-ED DELIMITED BY SIZE
007012            " TRANCADOS:" DELIMITED BY SIZE
007013            WS-STAT-TRANC-ED DELIMITED BY SIZE
007014            " REJEITADOS:" DELIMITED BY SIZE
007015            WS-STAT-REJEIT-ED DELIMITED BY SIZE
007016            " MEDIA TURMA: " DELIMITED BY SIZE
007017            WS-STAT-MEDIA-ED DELIMITED BY SIZE
007018            INTO RUN-REPORT-LINHA
007019        WRITE RUN-REPORT-LINHA.
007020    2300-GRAVAR-OUTCOME-EXIT.
007021        EXIT.
007022
006820******************************************************************
006830* 0050-IDENTIFICAR-OPERADOR - AUTHENTICATES THE OPERATOR RUNNING
006840*     THIS GRADING SESSION AGAINST OPERATOR-FILE: ID AND SENHA
006898                                AU-NOTA4 AU-RESULTADO
006898        MOVE "NEGADO   "     TO AU-STATUS
006898        MOVE WS-NUM-EXECUCAO TO AU-EXECUCAO
006899        PERFORM 9700-GRAVAR-AUDITORIA
006900            THRU 9700-GRAVAR-AUDITORIA-EXIT.
006901    0058-GRAVAR-ACESSO-NEGADO-EXIT.
006902        EXIT.
006903

006904******************************************************************
006905* 0060-PERGUNTAR-CSV - ASKS WHETHER THIS RUN SHOULD ALSO PRODUCE A
006906*     COMMA-DELIMITED CSV-EXTRACT OF THE RESULTS FOR THE ACADEMIC
006907*     RECORDS SYSTEM TO LOAD, IN ADDITION TO THE USUAL REPORTS.
006908******************************************************************
006909    0060-PERGUNTAR-CSV.
006910        DISPLAY "GERAR EXTRATO CSV P/ SISTEMA ACADEMICO? (S/N)"
006911        ACCEPT WS-CSV-SW
006912        IF WS-CSV-SW = "S" OR WS-CSV-SW = "s"
006913            MOVE "Y" TO WS-CSV-SW
006914        ELSE
006915            MOVE "N" TO WS-CSV-SW
006916        END-IF
006917        IF GERAR-EXTRATO-CSV AND WS-PERM-CSV NOT = "S"
006918            DISPLAY "OPERADOR SEM PERMISSAO PARA O EXTRATO "
006919                "CSV - EXTRATO SUPRIMIDO"
006920            PERFORM 0058-GRAVAR-ACESSO-NEGADO
006921                THRU 0058-GRAVAR-ACESSO-NEGADO-EXIT
006922            MOVE "N" TO WS-CSV-SW
006923        END-IF.
006924    0060-PERGUNTAR-CSV-EXIT.
006925        EXIT.

006926******************************************************************
006927* 0070-ABRIR-CSV - OPENS CSV-EXTRACT AND WRITES ITS HEADER LINE.
006928*     A RESUMED BATCH RUN EXTENDS THE EXTRACT LEFT BY THE PRIOR,
006929*     INTERRUPTED RUN INSTEAD OF TRUNCATING IT, THE SAME WAY
006930*     AUDIT-LOG IS EXTENDED IN 0000-MAINLINE.
006931******************************************************************
006932    0070-ABRIR-CSV.
006933        IF RETOMAR-PROCESSAMENTO OR RETOMADA-GERAL
006934            OPEN EXTEND CSV-EXTRACT
006935            IF WS-FS-CSV NOT = "00"
006936                PERFORM 0075-CRIAR-CSV THRU 0075-CRIAR-CSV-EXIT
006937            ELSE
006938                MOVE "Y" TO WS-CSV-ABERTO-SW
006939            END-IF
006940        ELSE
006941            PERFORM 0075-CRIAR-CSV THRU 0075-CRIAR-CSV-EXIT
006942        END-IF.
006943    0070-ABRIR-CSV-EXIT.
006944        EXIT.

006945******************************************************************
006946* 0075-CRIAR-CSV - CREATES A NEW, EMPTY CSV-EXTRACT AND WRITES ITS
006947*     HEADER LINE. USED FOR A FRESH RUN, OR AS A FALLBACK WHEN A
006948*     RESUMED RUN FINDS NO PRIOR CSV-EXTRACT TO EXTEND.
006949******************************************************************
006950    0075-CRIAR-CSV.
006951        OPEN OUTPUT CSV-EXTRACT
006952        IF WS-FS-CSV NOT = "00"
006953            DISPLAY "CSV-EXTRACT NAO PODE SER ABERTO - STATUS "
006954                WS-FS-CSV
006955            MOVE "N" TO WS-CSV-SW
006956        ELSE
006957            MOVE SPACES TO WS-CSV-LINHA
006958            STRING "MATRICULA,NOME,NOTA1,NOTA2,NOTA3,NOTA4,"
006959                DELIMITED BY SIZE
006960                "RESULTADO,STATUS,CURSO,EXECUCAO"
006961                DELIMITED BY SIZE
006962                INTO WS-CSV-LINHA
006963            MOVE WS-CSV-LINHA TO CSV-RECORD
006964            WRITE CSV-RECORD
006965            MOVE "Y" TO WS-CSV-ABERTO-SW
006966        END-IF.
006967    0075-CRIAR-CSV-EXIT.
006968        EXIT.

006969******************************************************************
006970* 0080-ABRIR-RESULT - OPENS RESULT-FILE. A RESUMED BATCH RUN
006971*     EXTENDS THE REPORT LEFT BY THE PRIOR, INTERRUPTED RUN
006972*     INSTEAD OF TRUNCATING THE ROWS ALREADY GRADED, THE SAME WAY
006973*     AUDIT-LOG IS EXTENDED IN 0000-MAINLINE.
006974******************************************************************
006975    0080-ABRIR-RESULT.
006976        IF RETOMAR-PROCESSAMENTO OR RETOMADA-GERAL
006977            OPEN EXTEND RESULT-FILE
006978            IF WS-FS-RESULT NOT = "00"
006979                OPEN OUTPUT RESULT-FILE
006980            END-IF
006981        ELSE
006982            OPEN OUTPUT RESULT-FILE
006983        END-IF
006984        IF WS-FS-RESULT NOT = "00"
006985            DISPLAY "RESULT-FILE NAO PODE SER ABERTO - STATUS "
006986                WS-FS-RESULT
006987            PERFORM 9500-LIBERAR-CONTROLE
006988                THRU 9500-LIBERAR-CONTROLE-EXIT
006989            STOP RUN
006990        END-IF
006991        MOVE WS-NUM-EXECUCAO TO WS-NUM-EXEC-ED
006992        MOVE SPACES TO RESULT-RECORD
006993        STRING "EXECUCAO: " DELIMITED BY SIZE
006994            WS-NUM-EXEC-ED DELIMITED BY SIZE
006995            INTO RESUMO-LINHA
006996        WRITE RESULT-RECORD.
006997    0080-ABRIR-RESULT-EXIT.
006998        EXIT.

006999******************************************************************
007000* 0100-CARREGAR-PARAMETROS - ASKS FOR THE COURSE/SUBJECT CODE AND
007001*     LOOKS UP ITS PASSING THRESHOLD (MEDIA) IN CONTROL-FILE, SO
007002*     THE SAME PROGRAM CAN GRADE DIFFERENT COURSES WITHOUT A
007003*     RECOMPILE WHEN THE THRESHOLD CHANGES.
007004******************************************************************
007005    0100-CARREGAR-PARAMETROS.
007006        DISPLAY "INFORME O CODIGO DA DISCIPLINA:"
007007        ACCEPT WS-CODIGO-CURSO
007008        PERFORM 0105-BUSCAR-PARAMETROS
007009            THRU 0105-BUSCAR-PARAMETROS-EXIT.
007010    0100-CARREGAR-PARAMETROS-EXIT.
007011        EXIT.
007012
007013******************************************************************
007014* 0105-BUSCAR-PARAMETROS - LOOKS UP THE COURSE IN WS-CODIGO-CURSO
007015*     ON CONTROL-FILE AND LOADS ITS MEDIA AND PESOS, FALLING BACK
007016*     TO THE DEFAULTS WHEN THE FILE OR THE COURSE IS MISSING. A
007017*     DIRIGIDA RUN CALLS THIS ONCE PER DISCIPLINE, SO THE SEARCH
007018*     SWITCHES AND THE DEFAULT MEDIA ARE RESET ON EVERY CALL.
007019******************************************************************
007020    0105-BUSCAR-PARAMETROS.
007021        MOVE "N" TO WS-EOF-CONTROL-SW
007022        MOVE "N" TO WS-CURSO-ACHADO-SW
007023        MOVE 7 TO MEDIA
007024        MOVE 75 TO WS-FREQ-MIN
007025        OPEN INPUT CONTROL-FILE
007026        IF WS-FS-CONTROL NOT = "00"
007027            DISPLAY "CONTROL-FILE NAO ENCONTRADO - USANDO MEDIA "
007030                "PADRAO " MEDIA " E PESOS IGUAIS"
007035            PERFORM 0120-PESOS-PADRAO THRU 0120-PESOS-PADRAO-EXIT
007040            GO TO 0105-BUSCAR-PARAMETROS-EXIT
007159        MOVE "BACKUP   "     TO AU-STATUS
007159        MOVE "GER1"          TO AU-MOTIVO
007159        MOVE WS-NUM-EXECUCAO TO AU-EXECUCAO
007160        PERFORM 9700-GRAVAR-AUDITORIA
007161            THRU 9700-GRAVAR-AUDITORIA-EXIT.
007162    0185-GRAVAR-AUDIT-BACKUP-EXIT.
007163        EXIT.
007164
007165******************************************************************
007166* 9500-LIBERAR-CONTROLE - RELEASES THE RUN-CONTROL LOCK AT END
007167*     OF RUN, KEEPING THE RUN NUMBER FOR THE NEXT SESSION.
007168******************************************************************
007169    9500-LIBERAR-CONTROLE.
007170        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
007171        ACCEPT WS-HORA-AGORA FROM TIME
007172        OPEN OUTPUT RUN-CONTROL
007173        IF WS-FS-LOCK NOT = "00"
007174            DISPLAY "RUN-CONTROL NAO PODE SER LIBERADO - "
007175                "STATUS " WS-FS-LOCK
007176            GO TO 9500-LIBERAR-CONTROLE-EXIT
007177        END-IF
007178        MOVE SPACES         TO RUN-CONTROL-RECORD
007179        MOVE "LIVRE  "      TO LCK-STATUS
007180        MOVE WS-OPERADOR    TO LCK-OPERADOR
007181        MOVE WS-DATA-HOJE   TO LCK-DATA
007182        MOVE WS-HORA-AGORA  TO LCK-HORA
007183        MOVE WS-NUM-EXECUCAO TO LCK-EXECUCAO
007184        WRITE RUN-CONTROL-RECORD
007185        CLOSE RUN-CONTROL.
007186    9500-LIBERAR-CONTROLE-EXIT.
007187        EXIT.
007188
007189******************************************************************
007190* 0120-PESOS-PADRAO - FALLS BACK TO A FLAT 25/25/25/25 WEIGHTING
007191*     WHEN THE COURSE HAS NO PARAMETER RECORD ON FILE.
007192******************************************************************
007193    0120-PESOS-PADRAO.
007194        MOVE 25 TO Peso1 Peso2 Peso3 Peso4.
007195    0120-PESOS-PADRAO-EXIT.
007196        EXIT.
007197
007198******************************************************************
007199* 0110-LER-CONTROLE - READS CONTROL-FILE SEQUENTIALLY LOOKING FOR
007200*     THE COURSE CODE INFORMED BY THE OPERATOR.
007210******************************************************************
007220    0110-LER-CONTROLE.
009225            MOVE WS-ULTIMO-STAT-SOMA TO WS-STAT-SOMA-RESULT
009230            MOVE WS-ULTIMO-STAT-MAIOR TO WS-STAT-MAIOR-RESULT
009235            MOVE WS-ULTIMO-STAT-MENOR TO WS-STAT-MENOR-RESULT
009237            MOVE WS-ULTIMO-STAT-TRANC TO WS-STAT-TRANCADO
009240        ELSE
009245            MOVE ZERO TO WS-STAT-TOTAL WS-STAT-APROVADO
009250                WS-STAT-REPROVADO WS-STAT-INCOMPLETO
009251                WS-STAT-SEM-RESULT
009252                WS-STAT-SOMA-RESULT
009255                WS-STAT-MAIOR-RESULT WS-STAT-MENOR-RESULT
009257                WS-STAT-TRANCADO
009260        END-IF
009300        OPEN INPUT STUDENT-FILE
009400        IF WS-FS-STUDENT NOT = "00"
010114            MOVE WS-STAT-SOMA-RESULT TO RST-STAT-SOMA
010115            MOVE WS-STAT-MAIOR-RESULT TO RST-STAT-MAIOR
010116            MOVE WS-STAT-MENOR-RESULT TO RST-STAT-MENOR
010117            MOVE WS-STAT-TRANCADO TO RST-STAT-TRANC
010118            WRITE RESTART-RECORD
010119        ELSE
010120            PERFORM 3800-GRAVAR-RESUMO-TURMA
010121                THRU 3800-GRAVAR-RESUMO-TURMA-EXIT
010122            MOVE SPACES TO RESTART-RECORD
010123            MOVE "COMPLETO " TO RST-STATUS
010124            MOVE WS-CODIGO-CURSO TO RST-CURSO
010125            MOVE WS-STAT-TOTAL TO RST-STAT-TOTAL
010126            MOVE WS-STAT-APROVADO TO RST-STAT-APROVADO
010127            MOVE WS-STAT-REPROVADO TO RST-STAT-REPROVADO
010128            MOVE WS-STAT-INCOMPLETO TO RST-STAT-INCOMPL
010129            MOVE WS-STAT-SEM-RESULT TO RST-STAT-SEM-RES
010130            MOVE WS-STAT-SOMA-RESULT TO RST-STAT-SOMA
010131            MOVE WS-STAT-MAIOR-RESULT TO RST-STAT-MAIOR
010132            MOVE WS-STAT-MENOR-RESULT TO RST-STAT-MENOR
010133            MOVE WS-STAT-TRANCADO TO RST-STAT-TRANC
010134            WRITE RESTART-RECORD
010135        END-IF
010140        CLOSE RESTART-FILE
010200        CLOSE STUDENT-FILE.
010300    3000-PROCESSAR-LOTE-EXIT.
011907                        MOVE "N" TO WS-PULAR-SW
011908                    END-IF
011909                    GO TO 3100-LER-ALUNO-EXIT
011910                 END-IF
011911*               A WITHDRAWN STUDENT IS NEVER GRADED, WHATEVER
011912*               NOTAS THE ROSTER CARRIES.
011914                PERFORM 3160-VERIFICAR-TRANCADO
011915                    THRU 3160-VERIFICAR-TRANCADO-EXIT
011916                IF ALUNO-TRANCADO
011917                    PERFORM 6200-POSTAR-TRANCADO
011918                        THRU 6200-POSTAR-TRANCADO-EXIT
011919                    PERFORM 3700-ACUMULAR-ESTATISTICA
011920                        THRU 3700-ACUMULAR-ESTATISTICA-EXIT
011921                    PERFORM 3600-CHECKPOINT-TALVEZ
011922                        THRU 3600-CHECKPOINT-TALVEZ-EXIT
011923                    GO TO 3100-LER-ALUNO-EXIT
011924                END-IF
011925                PERFORM 3150-VALIDAR-NOTAS-LOTE
011926                    THRU 3150-VALIDAR-NOTAS-LOTE-EXIT
011930                IF NOTAS-DO-ALUNO-OK
012000                    PERFORM 6000-CALCULAR-RESULT
012100                        THRU 6000-CALCULAR-RESULT-EXIT
012590            MOVE "N" TO WS-NOTAS-OK-SW
012600        END-IF.
012610    3150-VALIDAR-NOTAS-LOTE-EXIT.
012613        EXIT.
012616
012617******************************************************************
012618* 3160-VERIFICAR-TRANCADO - READS THE STUDENT'S GRADE-MASTER
012619*     POSTING FOR THIS DISCIPLINE AND TERM. A POSTING LEFT
012620*     TRANCADO BY THE ENROLLMENT MAINTENANCE MARKS THE STUDENT
012621*     AS WITHDRAWN.
012622******************************************************************
012623    3160-VERIFICAR-TRANCADO.
012624        MOVE "N" TO WS-TRANCADO-SW
012625        MOVE DADOS-MATRICULA TO GM-MATRICULA
012626        MOVE WS-CODIGO-CURSO TO GM-CURSO
012627        MOVE WS-ANO-LETIVO   TO GM-ANO
012628        MOVE WS-SEMESTRE     TO GM-SEM
012629        READ GRADE-MASTER
012630            INVALID KEY
012631                CONTINUE
012632            NOT INVALID KEY
012633                IF GM-STATUS = "TRANCADO "
012634                    MOVE "Y" TO WS-TRANCADO-SW
012635                END-IF
012636        END-READ.
012637    3160-VERIFICAR-TRANCADO-EXIT.
012638        EXIT.
012639
012640******************************************************************
012650* 3050-VERIFICAR-RESTART - LOOKS FOR A CHECKPOINT LEFT BY A PRIOR,
012660*     INTERRUPTED BATCH RUN. WHEN ONE IS FOUND AND THE PRIOR RUN
012984                MOVE RST-STAT-SOMA TO WS-ULTIMO-STAT-SOMA
012985                MOVE RST-STAT-MAIOR TO WS-ULTIMO-STAT-MAIOR
012986                MOVE RST-STAT-MENOR TO WS-ULTIMO-STAT-MENOR
012987*               CHECKPOINTS WRITTEN BEFORE THE TRANCADO COUNT
012988*               EXISTED CARRY SPACES THERE.
012989                IF RST-STAT-TRANC NUMERIC
012990                    MOVE RST-STAT-TRANC TO WS-ULTIMO-STAT-TRANC
012991                ELSE
012992                    MOVE ZERO TO WS-ULTIMO-STAT-TRANC
012993                END-IF
012994        END-READ.
013000    3060-LER-RESTART-EXIT.
013010        EXIT.
013020
013254        MOVE WS-STAT-SOMA-RESULT TO RST-STAT-SOMA
013255        MOVE WS-STAT-MAIOR-RESULT TO RST-STAT-MAIOR
013256        MOVE WS-STAT-MENOR-RESULT TO RST-STAT-MENOR
013258        MOVE WS-STAT-TRANCADO TO RST-STAT-TRANC
013260        WRITE RESTART-RECORD.
013270    3650-GRAVAR-CHECKPOINT-EXIT.
013280        EXIT.
013281
013282******************************************************************
013283* 3700-ACUMULAR-ESTATISTICA - ADDS THE STUDENT JUST GRADED INTO
013284*     THE RUNNING CLASS TOTALS, PASS/FAIL COUNTS, AND RESULT
013285*     RANGE, FOR THE END-OF-RUN CLASS SUMMARY.
013286******************************************************************
013287    3700-ACUMULAR-ESTATISTICA.
013288        ADD 1 TO WS-STAT-TOTAL
013289*       A TRANCADO STUDENT HAS NO RESULT AND NEVER WILL: COUNTED
013291*       APART, LIKE AN INCOMPLETO.
013292        IF WS-STATUS-ALUNO = "TRANCADO "
013293            ADD 1 TO WS-STAT-TRANCADO
013294            ADD 1 TO WS-STAT-SEM-RESULT
013295            GO TO 3700-ACUMULAR-ESTATISTICA-EXIT
013296        END-IF
013297*       AN INCOMPLETO STUDENT HAS NO FINAL RESULT YET: COUNTED
013297*       IN THE TOTAL BUT KEPT OUT OF THE PASS/FAIL SPLIT, THE
013297*       SUM, AND THE RESULT RANGE.
013347                INTO RESUMO-LINHA
013347            WRITE RESULT-RECORD
013347        END-IF
013371        IF WS-STAT-TRANCADO > ZERO
013395            MOVE WS-STAT-TRANCADO TO WS-STAT-TRANC-ED
013419            MOVE SPACES TO RESULT-RECORD
013443            STRING "TRANCADOS (SEM RESULTADO): "
013467                DELIMITED BY SIZE
013491                WS-STAT-TRANC-ED DELIMITED BY SIZE
013515                INTO RESUMO-LINHA
013539            WRITE RESULT-RECORD
013563        END-IF
013587        MOVE SPACES TO RESULT-RECORD
013611        STRING "MEDIA DA TURMA: " DELIMITED BY SIZE
013635            WS-STAT-MEDIA-ED DELIMITED BY SIZE
013659            "  MAIOR RESULT: " DELIMITED BY SIZE
013683            WS-STAT-MAIOR-ED DELIMITED BY SIZE
013707            "  MENOR RESULT: " DELIMITED BY SIZE
013731            WS-STAT-MENOR-ED DELIMITED BY SIZE
013755            INTO RESUMO-LINHA
013779        WRITE RESULT-RECORD.
013803    3800-GRAVAR-RESUMO-TURMA-EXIT.
013827        EXIT.
013851
013875******************************************************************
013899* 4000-PROCESSAR-INDIV - ORIGINAL INTERACTIVE PATH: PROMPTS FOR
013923*     ONE STUDENT AND FOUR NOTAS AT THE CONSOLE.
013947******************************************************************
013971    4000-PROCESSAR-INDIV.
013995*       THE CONSOLE PATH ALWAYS TAKES FOUR REAL NOTAS; ABSENT
014019*       MARKS EXIST ONLY ON THE BATCH ROSTER.
014043        MOVE "N" TO WS-INCOMPLETO-SW
014067        PERFORM 4050-OBTER-MATRICULA
014091            THRU 4050-OBTER-MATRICULA-EXIT
014115        PERFORM 3160-VERIFICAR-TRANCADO
014139            THRU 3160-VERIFICAR-TRANCADO-EXIT
014163        IF ALUNO-TRANCADO
014187            MOVE GM-NOME TO DADOS-NOME
014211            PERFORM 6200-POSTAR-TRANCADO
014235                THRU 6200-POSTAR-TRANCADO-EXIT
014259            GO TO 4000-PROCESSAR-INDIV-EXIT
014283        END-IF
014307        DISPLAY "Informe o nome do aluno:"
014331        ACCEPT DADOS-NOME
014355
014379        PERFORM 4110-OBTER-NOTA-1 THRU 4110-OBTER-NOTA-1-EXIT
014403        PERFORM 4120-OBTER-NOTA-2 THRU 4120-OBTER-NOTA-2-EXIT
014427        PERFORM 4130-OBTER-NOTA-3 THRU 4130-OBTER-NOTA-3-EXIT
014451        PERFORM 4140-OBTER-NOTA-4 THRU 4140-OBTER-NOTA-4-EXIT
014500
014600        PERFORM 6000-CALCULAR-RESULT
014700            THRU 6000-CALCULAR-RESULT-EXIT.
016380        END-IF.
016400    6000-CALCULAR-RESULT-EXIT.
016500        EXIT.
016501
016502******************************************************************
016503* 6100-VERIFICAR-FREQUENCIA - LOOKS THE STUDENT UP ON THE
016504*     ATTENDANCE TABLE AND COMPUTES THE PERCENTAGE ATTENDED. A
016505*     STUDENT WITHOUT AN ATTENDANCE ROW (OR A ROW WITH NO
016506*     CLASSES HELD) COUNTS AS FULLY PRESENT.
016507******************************************************************
016508    6100-VERIFICAR-FREQUENCIA.
016509        MOVE 100 TO WS-FREQ-PCT
016510        MOVE "N" TO WS-FQ-ACHADO-SW
016511        MOVE 1 TO WS-FQ-IDX
016512        PERFORM 6110-PROCURAR-FREQUENCIA
016513            THRU 6110-PROCURAR-FREQUENCIA-EXIT
016514            UNTIL FREQUENCIA-ACHADA OR WS-FQ-IDX > WS-FQ-QTD
016515        IF FREQUENCIA-ACHADA
016516            AND WS-FQ-DADAS (WS-FQ-IDX) > ZERO
016517            COMPUTE WS-FREQ-PCT ROUNDED =
016518                (WS-FQ-PRES (WS-FQ-IDX) * 100)
016519                / WS-FQ-DADAS (WS-FQ-IDX)
016520        END-IF.
016521    6100-VERIFICAR-FREQUENCIA-EXIT.
016522        EXIT.
016523
016524    6110-PROCURAR-FREQUENCIA.
016525        IF WS-FQ-MATRICULA (WS-FQ-IDX) = DADOS-MATRICULA
016526            MOVE "Y" TO WS-FQ-ACHADO-SW
016527        ELSE
016528            ADD 1 TO WS-FQ-IDX
016529        END-IF.
016530    6110-PROCURAR-FREQUENCIA-EXIT.
016531        EXIT.
016532
016533******************************************************************
016534* 6200-POSTAR-TRANCADO - RECORDS A WITHDRAWN STUDENT: NO RESULT
016535*     IS COMPUTED, EVERY NOTA CARRIES THE 99.99 ABSENT SENTINEL,
016536*     AND THE RESULT-FILE LINE, THE GRADE-MASTER POSTING, THE
016537*     AUDIT ENTRY, AND THE CSV ROW ALL READ TRANCADO.
016538******************************************************************
016539    6200-POSTAR-TRANCADO.
016540        MOVE NOTA-AUSENTE TO Nota1
016541        MOVE NOTA-AUSENTE TO Nota2
016542        MOVE NOTA-AUSENTE TO Nota3
016543        MOVE NOTA-AUSENTE TO Nota4
016544        MOVE ZERO TO Result
016545        MOVE "TRANCADO " TO WS-STATUS-ALUNO
016546        PERFORM 6100-VERIFICAR-FREQUENCIA
016547            THRU 6100-VERIFICAR-FREQUENCIA-EXIT
016548        DISPLAY "ALUNO " DADOS-MATRICULA " " DADOS-NOME
016549            " TRANCADO - NAO APURADO, NOTAS IGNORADAS"
016550        PERFORM 7000-GRAVAR-RESULT-FILE
016551            THRU 7000-GRAVAR-RESULT-FILE-EXIT
016552        PERFORM 7600-GRAVAR-AUDIT-LOG
016553            THRU 7600-GRAVAR-AUDIT-LOG-EXIT
016554        IF GERAR-EXTRATO-CSV
016555            PERFORM 7700-GRAVAR-CSV-EXTRACT
016556                THRU 7700-GRAVAR-CSV-EXTRACT-EXIT
016557        END-IF.
016558    6200-POSTAR-TRANCADO-EXIT.
016559        EXIT.
016560
016561******************************************************************
016562* 7000-GRAVAR-RESULT-FILE - WRITES ONE DETAIL LINE TO RESULT-FILE
016563*     FOR THE STUDENT JUST GRADED.
016564******************************************************************
016565    7000-GRAVAR-RESULT-FILE.
016566        MOVE SPACES       TO RESULT-RECORD
016567        MOVE DADOS-MATRICULA TO RR-MATRICULA
016570        MOVE DADOS-NOME   TO RR-NOME
016580        MOVE Nota1        TO RR-NOTA1
016590        MOVE Nota2        TO RR-NOTA2
016865        MOVE WS-STATUS-ALUNO TO AU-STATUS
016865        MOVE WS-CODIGO-CURSO TO AU-CURSO
016866        MOVE WS-NUM-EXECUCAO TO AU-EXECUCAO
016870        PERFORM 9700-GRAVAR-AUDITORIA
016875            THRU 9700-GRAVAR-AUDITORIA-EXIT.
016880    7600-GRAVAR-AUDIT-LOG-EXIT.
016890        EXIT.
016900
016918        MOVE "REJEITADO "   TO AU-STATUS
016918        MOVE WS-CODIGO-CURSO TO AU-CURSO
016918        MOVE WS-NUM-EXECUCAO TO AU-EXECUCAO
016919        PERFORM 9700-GRAVAR-AUDITORIA
016935            THRU 9700-GRAVAR-AUDITORIA-EXIT.
016951    7650-GRAVAR-REJEICAO-EXIT.
016967        EXIT.
016983

016986******************************************************************
016989* 7700-GRAVAR-CSV-EXTRACT - WRITES ONE COMMA-DELIMITED LINE TO
016992*     CSV-EXTRACT FOR THE STUDENT JUST GRADED (MATRICULA, NOME,
016995*     NOTA1-4, RESULT, PASS/FAIL, CURSO, RUN NUMBER) SO THE
016998*     ACADEMIC RECORDS SYSTEM CAN LOAD IT WITHOUT GRADES BEING
017004*     RE-KEYED BY HAND AND ITS RETURN FILE CAN BE MATCHED BACK TO
017005*     THE ROW. NOME IS TRIMMED TO ITS OCCUPIED LENGTH FIRST SO ITS
017006*     OWN INTERNAL SPACES (E.G. A TWO-WORD NAME) SURVIVE BUT THE
017007*     TRAILING PAD FROM PIC A(15) DOES NOT END UP INSIDE THE CSV
017008*     QUOTES.
017009******************************************************************
017010    7700-GRAVAR-CSV-EXTRACT.
017011        MOVE Nota1  TO WS-CSV-NOTA1
017035            WS-CSV-RESULT DELIMITED BY SIZE
017036            "," DELIMITED BY SIZE
017037            WS-STATUS-ALUNO DELIMITED BY SPACE
017042            "," DELIMITED BY SIZE
017047            QUOTE DELIMITED BY SIZE
017052            WS-CODIGO-CURSO DELIMITED BY SPACE
017057            QUOTE DELIMITED BY SIZE
017062            "," DELIMITED BY SIZE
017067            WS-NUM-EXECUCAO DELIMITED BY SIZE
017072            INTO WS-CSV-LINHA
017077        MOVE WS-CSV-LINHA TO CSV-RECORD
017082        WRITE CSV-RECORD.
017087    7700-GRAVAR-CSV-EXTRACT-EXIT.
017092        EXIT.

017101******************************************************************
017102* 7710-CALCULAR-TAM-NOME - SCANS DADOS-NOME FROM THE RIGHT TO
017125    7711-VERIFICAR-POSICAO-EXIT.
017126        EXIT.

017127******************************************************************
017128* 9700-GRAVAR-AUDITORIA - WRITES THE ENTRY BUILT IN AUDIT-RECORD
017129*     AS THE NEXT LINK OF THE AUDIT-LOG CHAIN: TAKES THE NEXT
017130*     GLOBAL SEQUENCE NUMBER FROM AUDIT-CONTROL, CHAINS THE CHECK
017131*     VALUE TO THE PREVIOUS ENTRY'S, WRITES THE ENTRY, AND ONLY
017132*     THEN ADVANCES AUDIT-CONTROL.
017133******************************************************************
017134    9700-GRAVAR-AUDITORIA.
017135        PERFORM 9710-LER-CONTROLE-AUDIT
017136            THRU 9710-LER-CONTROLE-AUDIT-EXIT
017137        ADD 1 TO WS-AUD-SEQUENCIA
017138        MOVE WS-AUD-SEQUENCIA TO AU-SEQUENCIA
017139        PERFORM 9720-CALCULAR-CHECAGEM
017140            THRU 9720-CALCULAR-CHECAGEM-EXIT
017141        MOVE WS-AUD-CHECAGEM TO AU-CHECAGEM
017142        WRITE AUDIT-RECORD
017143        IF WS-FS-AUDIT NOT = "00"
017144            DISPLAY "AUDIT-LOG NAO GRAVADO - STATUS " WS-FS-AUDIT
017145            GO TO 9700-GRAVAR-AUDITORIA-EXIT
017146        END-IF
017147        OPEN OUTPUT AUDIT-CONTROL
017148        IF WS-FS-AUDCTL NOT = "00"
017149            DISPLAY "AUDIT-CONTROL NAO PODE SER GRAVADO - STATUS "
017150                WS-FS-AUDCTL
017151            GO TO 9700-GRAVAR-AUDITORIA-EXIT
017152        END-IF
017153        MOVE SPACES TO AUDIT-CONTROL-RECORD
017154        MOVE WS-AUD-SEQUENCIA TO AUC-SEQUENCIA
017155        MOVE WS-AUD-CHECAGEM  TO AUC-CHECAGEM
017156        MOVE AU-DATA          TO AUC-DATA
017157        MOVE AU-HORA          TO AUC-HORA
017158        WRITE AUDIT-CONTROL-RECORD
017159        CLOSE AUDIT-CONTROL.
017160    9700-GRAVAR-AUDITORIA-EXIT.
017161        EXIT.
017162
017163******************************************************************
017164* 9710-LER-CONTROLE-AUDIT - READS THE LAST SEQUENCE NUMBER AND
017165*     CHECK VALUE ISSUED. IT IS READ AT EVERY ENTRY, NOT ONCE PER
017166*     RUN, SO TWO PROGRAMS WRITING IN THE SAME PERIOD NEVER REUSE
017167*     A NUMBER. WITHOUT AUDIT-CONTROL THE CHAIN STARTS AT 1.
017168******************************************************************
017169    9710-LER-CONTROLE-AUDIT.
017170        MOVE ZERO TO WS-AUD-SEQUENCIA
017171        MOVE ZERO TO WS-AUD-CHECAGEM
017172        OPEN INPUT AUDIT-CONTROL
017173        IF WS-FS-AUDCTL NOT = "00"
017174            GO TO 9710-LER-CONTROLE-AUDIT-EXIT
017175        END-IF
017176        READ AUDIT-CONTROL
017177            NOT AT END
017178                MOVE AUC-SEQUENCIA TO WS-AUD-SEQUENCIA
017179                MOVE AUC-CHECAGEM  TO WS-AUD-CHECAGEM
017180        END-READ
017181        CLOSE AUDIT-CONTROL.
017182    9710-LER-CONTROLE-AUDIT-EXIT.
017183        EXIT.
017184
017185******************************************************************
017186* 9720-CALCULAR-CHECAGEM - FOLDS EVERY BYTE OF THE ENTRY, FROM
017187*     AU-DATA THROUGH AU-SEQUENCIA, INTO THE PREVIOUS ENTRY'S
017188*     CHECK VALUE (TIMES 31, PLUS THE BYTE AND ITS POSITION,
017189*     MODULO THE PRIME 999999937). THE CHAIN VERIFICATION
017190*     RECOMPUTES IT THE SAME WAY.
017191******************************************************************
017192    9720-CALCULAR-CHECAGEM.
017193        MOVE WS-AUD-CHECAGEM TO WS-AUD-ACUM
017194        PERFORM 9730-SOMAR-BYTE THRU 9730-SOMAR-BYTE-EXIT
017195            VARYING WS-AUD-POS FROM 1 BY 1
017196            UNTIL WS-AUD-POS > WS-AUD-TAM-COBERTO
017197        MOVE WS-AUD-ACUM TO WS-AUD-CHECAGEM.
017198    9720-CALCULAR-CHECAGEM-EXIT.
017199        EXIT.
092799
168399    9730-SOMAR-BYTE.
243999        MOVE AUDIT-RECORD(WS-AUD-POS:1) TO WS-AUD-BYTE
319599        COMPUTE WS-AUD-ACUM = WS-AUD-ACUM * 31
395199            + WS-AUD-BYTE-NUM + WS-AUD-POS
470799        DIVIDE WS-AUD-ACUM BY WS-AUD-MODULO
546399            GIVING WS-AUD-QUOC REMAINDER WS-AUD-RESTO
621999        MOVE WS-AUD-RESTO TO WS-AUD-ACUM.
697599    9730-SOMAR-BYTE-EXIT.
773199        EXIT.
848799
924399    END PROGRAM Aluno.
