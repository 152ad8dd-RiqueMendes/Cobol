002000*                  NEVER SUBMITTED GOES OUT AS "AUS " SO THE
002100*                  STUDENT POSTS AS INCOMPLETO INSTEAD OF
002200*                  CARRYING A FAKE ZERO.
002210* 2026-10-15  HSM  ENROLL-MASTER NOW COMES FROM THE ENRREC
002220*                  COPYBOOK. A TRANCADO STUDENT IS LEFT OUT OF
002230*                  STUFILE AND OF THE MISSING-SUBMISSION LIST
002240*                  (ITS GRADE-MASTER POSTING IS ALREADY TRANCADO),
002250*                  AND A NOTA SUBMITTED FOR ONE IS REPORTED AND
002260*                  IGNORED.
002263* 2026-10-15  HSM  THE DISCIPLINE IS NOW COLLECTED TURMA BY TURMA
002266*                  AS REGISTERED ON THE ASSIGNMENT FILE (ATRFILE).
002269*                  EACH TURMA HANDS IN ITS OWN SUBMISSION FILES
002272*                  (SUBFILE1T01-SUBFILE4T01 FOR TURMA 01; STILL
002273*                  SUBFILE1-4 FOR A DISCIPLINE RUN AS A SINGLE
002275*                  TURMA), WHOSE FIRST RECORD MUST BE
002278*                  THE "PROF" HEADER WITH THE ID OF THE PROFESSOR
002281*                  ASSIGNED TO THE TURMA: A FILE WITHOUT IT OR
002284*                  FROM ANYONE ELSE IS REJECTED WHOLE, AND A NOTA
002287*                  FOR A STUDENT OF ANOTHER TURMA IS REJECTED.
002290*                  EVERY FILE ACCEPTED IS LOGGED TO DELIVERY-LOG
002293*                  (ENTFILE) FOR THE PENDING-SUBMISSIONS REPORT.
002294* 2026-10-15  HSM  THE LAST TERM OF TERM-FILE IS ONLY TAKEN WHILE
002295*                  "ABERTO ": A MISSING OR EMPTY TERM-FILE, OR A
002296*                  CLOSED LAST TERM, NOW STOPS THE RUN INSTEAD OF
002297*                  LOGGING DELIVERIES UNDER A WRONG TERM.
002298* 2026-10-15  HSM  A SUBMISSION FILE THAT BROUGHT NO NOTA IS NO
002299*                  LONGER LOGGED TO DELIVERY-LOG.
002300******************************************************************
002400    IDENTIFICATION DIVISION.
002500    PROGRAM-ID. ColetaNotas.
003700        SELECT SUBMISSAO-FILE ASSIGN TO DYNAMIC WS-ARQ-SUB
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS IS WS-FS-SUB.
003910        SELECT ASSIGNMENT-FILE ASSIGN TO "ATRFILE"
003920            ORGANIZATION IS LINE SEQUENTIAL
003930            FILE STATUS IS WS-FS-ATRIBUICAO.
003940        SELECT DELIVERY-LOG ASSIGN TO "ENTFILE"
003950            ORGANIZATION IS LINE SEQUENTIAL
003960            FILE STATUS IS WS-FS-ENTREGA.
003970        SELECT TERM-FILE ASSIGN TO "TRMFILE"
003980            ORGANIZATION IS LINE SEQUENTIAL
003990            FILE STATUS IS WS-FS-TERMO.
004000        SELECT STUDENT-FILE ASSIGN TO "STUFILE"
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS WS-FS-STUDENT.
004800    FILE SECTION.
004900    FD  ENROLL-MASTER
005000        RECORDING MODE IS F.
005100    COPY ENRREC.
005500
005600    FD  SUBMISSAO-FILE
005700        RECORDING MODE IS F.
006000        05  SB-NOTA-X           PIC X(04).
006100        05  SB-NOTA REDEFINES SB-NOTA-X
006200                                PIC 9(02)V99.
006212*   THE FIRST RECORD OF EVERY SUBMISSION FILE IDENTIFIES THE
006224*   PROFESSOR WHO HANDS IT IN.
006236    01  SUBMISSAO-CABECALHO.
006248        05  SH-MARCA            PIC X(04).
006260            88  SH-CABECALHO               VALUE "PROF".
006272        05  SH-PROFESSOR        PIC X(08).
006284        05  FILLER              PIC X(02).
006300
006308    FD  ASSIGNMENT-FILE
006316        RECORDING MODE IS F.
006324    COPY ATRREC.
006332
006340    FD  DELIVERY-LOG
006348        RECORDING MODE IS F.
006356    COPY ENTREC.
006364
006372    FD  TERM-FILE
006380        RECORDING MODE IS F.
006388    COPY TRMREC.
006396
006400    FD  STUDENT-FILE
006500        RECORDING MODE IS F.
006600    COPY STUREC.
007400    01  WS-FS-SUB               PIC X(02).
007500    01  WS-FS-STUDENT           PIC X(02).
007600    01  WS-FS-REPORT            PIC X(02).
007625    01  WS-FS-ATRIBUICAO        PIC X(02).
007650    01  WS-FS-ENTREGA           PIC X(02).
007675    01  WS-FS-TERMO             PIC X(02).
007700
007800    01  WS-CODIGO-CURSO         PIC X(06).
007900    01  WS-ARQ-SUB              PIC X(44).
008000    01  WS-AVAL-IDX             PIC 9(01) VALUE ZERO.
008014    01  WS-TURMA-ATUAL          PIC X(02).
008028    01  WS-PROFESSOR-ATUAL      PIC X(08).
008042    01  WS-ANO-LETIVO           PIC 9(04) VALUE ZERO.
008056    01  WS-SEMESTRE             PIC 9(01) VALUE ZERO.
008063    01  WS-TERMO-STATUS         PIC X(07) VALUE SPACES.
008070    01  WS-DATA-HOJE            PIC 9(08).
008084    01  WS-HORA-AGORA           PIC 9(08).
008100    01  WS-QTD-MATRICULADOS     PIC 9(05) VALUE ZERO.
008200    01  WS-QTD-RECEBIDAS        PIC 9(05) VALUE ZERO.
008300    01  WS-QTD-DUPLICADAS       PIC 9(05) VALUE ZERO.
008500    01  WS-QTD-INVALIDAS        PIC 9(05) VALUE ZERO.
008600    01  WS-QTD-FALTANTES        PIC 9(05) VALUE ZERO.
008700    01  WS-QTD-GRAVADOS         PIC 9(05) VALUE ZERO.
008710    01  WS-QTD-TRANCADOS        PIC 9(05) VALUE ZERO.
008720    01  WS-QTD-SUB-TRANCADO     PIC 9(05) VALUE ZERO.
008733    01  WS-QTD-OUTRA-TURMA      PIC 9(05) VALUE ZERO.
008746    01  WS-QTD-SEM-TURMA        PIC 9(05) VALUE ZERO.
008759    01  WS-QTD-ARQ-ACEITOS      PIC 9(05) VALUE ZERO.
008772    01  WS-QTD-ARQ-REJEITADOS   PIC 9(05) VALUE ZERO.
008785    01  WS-QTD-NOTAS-ARQ        PIC 9(05) VALUE ZERO.
008800    01  WS-QTD-ED               PIC ZZZZ9.
008900
009000*   ENROLLED STUDENTS OF THE DISCIPLINE, EACH COLLECTING ITS
009100*   FOUR NOTAS AS THE SUBMISSION FILES ARRIVE. A NOTA NEVER
009200*   RECEIVED KEEPS THE "AUS " MARK THE ROSTER LAYOUT DEFINES
009300*   FOR A MISSED AVALIACAO. SITUACAO "T" IS A TRANCAMENTO.
009400    01  WS-EN-QTD               PIC 9(05) VALUE ZERO.
009500    01  WS-EN-IDX               PIC 9(05) VALUE ZERO.
009600    01  WS-EN-MAX               PIC 9(05) VALUE 20000.
009800        05  WS-EN-ENTRADA OCCURS 20000 TIMES.
009900            10  WS-EN-MATRICULA PIC X(10).
010000            10  WS-EN-NOME      PIC A(15).
010010            10  WS-EN-SITUACAO  PIC X(01).
010055            10  WS-EN-TURMA     PIC X(02).
010100            10  WS-EN-NOTA-X    PIC X(04) OCCURS 4 TIMES.
010200            10  WS-EN-RECEBIDA  PIC X(01) OCCURS 4 TIMES.
010210*   TURMAS OF THE DISCIPLINE ON THE ASSIGNMENT FILE, EACH WITH THE
010220*   PROFESSOR WHOSE SUBMISSIONS ARE ACCEPTED FOR IT.
010230    01  WS-AT-QTD               PIC 9(03) VALUE ZERO.
010240    01  WS-AT-IDX               PIC 9(03) VALUE ZERO.
010250    01  WS-AT-MAX               PIC 9(03) VALUE 100.
010260    01  WS-AT-TABELA.
010270        05  WS-AT-ENTRADA OCCURS 100 TIMES.
010280            10  WS-AT-TURMA     PIC X(02).
010290            10  WS-AT-PROFESSOR PIC X(08).
010300
010400    01  WS-INDICADORES.
010500        05  WS-EOF-ENROLL-SW    PIC X(01) VALUE "N".
011000            88  EN-ACHADO                  VALUE "Y".
011100        05  WS-EN-ESTOURO-SW    PIC X(01) VALUE "N".
011200            88  EN-ESTOURO                 VALUE "Y".
011208        05  WS-EOF-ATRIB-SW     PIC X(01) VALUE "N".
011216            88  EOF-ATRIBUICAO             VALUE "Y".
011224        05  WS-EOF-TERMO-SW     PIC X(01) VALUE "N".
011232            88  EOF-TERMOS                 VALUE "Y".
011240        05  WS-AT-ACHADO-SW     PIC X(01) VALUE "N".
011248            88  AT-ACHADO                  VALUE "Y".
011256        05  WS-ARQ-ACEITO-SW    PIC X(01) VALUE "N".
011264            88  ARQUIVO-ACEITO             VALUE "Y".
011272        05  WS-ENTREGA-ABERTO-SW
011280                                PIC X(01) VALUE "N".
011288            88  ENTREGA-ABERTO             VALUE "Y".
011300
011400    PROCEDURE DIVISION.
011500    0000-MAINLINE.
011700        ACCEPT WS-CODIGO-CURSO
011800        PERFORM 1000-CARREGAR-MATRICULADOS
011900            THRU 1000-CARREGAR-MATRICULADOS-EXIT
011925        PERFORM 1500-CARREGAR-ATRIBUICOES
011950            THRU 1500-CARREGAR-ATRIBUICOES-EXIT
011975        PERFORM 1600-CARREGAR-TERMO THRU 1600-CARREGAR-TERMO-EXIT
012000        OPEN OUTPUT COLETA-REPORT
012100        IF WS-FS-REPORT NOT = "00"
012200            DISPLAY "COLETA-REPORT NAO PODE SER ABERTO - "
012500        END-IF
012600        PERFORM 2000-GRAVAR-CABECALHO
012700            THRU 2000-GRAVAR-CABECALHO-EXIT
012800        PERFORM 1700-ABRIR-ENTREGAS THRU 1700-ABRIR-ENTREGAS-EXIT
012850        MOVE 1 TO WS-AT-IDX
012900        PERFORM 2500-PROCESSAR-TURMA
012950            THRU 2500-PROCESSAR-TURMA-EXIT
013000            UNTIL WS-AT-IDX > WS-AT-QTD
013050        IF ENTREGA-ABERTO
013100            CLOSE DELIVERY-LOG
013150        END-IF
013200        PERFORM 4000-RELATAR-FALTANTES
013300            THRU 4000-RELATAR-FALTANTES-EXIT
013400        PERFORM 5000-GRAVAR-ROSTER
018800                        MOVE EN-MATRICULA
018900                            TO WS-EN-MATRICULA (WS-EN-QTD)
019000                        MOVE EN-NOME TO WS-EN-NOME (WS-EN-QTD)
019005                        MOVE EN-TURMA TO WS-EN-TURMA (WS-EN-QTD)
019010                        IF EN-TRANCADO
019020                            MOVE "T" TO WS-EN-SITUACAO (WS-EN-QTD)
019030                            ADD 1 TO WS-QTD-TRANCADOS
019040                        ELSE
019050                            MOVE "A" TO WS-EN-SITUACAO (WS-EN-QTD)
019060                        END-IF
019100                        MOVE "AUS " TO WS-EN-NOTA-X (WS-EN-QTD 1)
019200                        MOVE "AUS " TO WS-EN-NOTA-X (WS-EN-QTD 2)
019300                        MOVE "AUS " TO WS-EN-NOTA-X (WS-EN-QTD 3)
020100        END-READ.
020200    1100-LER-MATRICULADO-EXIT.
020300        EXIT.
020301
020302******************************************************************
020303* 1500-CARREGAR-ATRIBUICOES - LOADS FROM THE ASSIGNMENT FILE THE
020304*     TURMAS OF THE DISCIPLINE AND THE PROFESSOR ASSIGNED TO EACH.
020305*     WITHOUT THE FILE, OR WITH NO TURMA FOR THE DISCIPLINE, NO
020306*     SUBMISSION COULD BE AUTHENTICATED, SO THE RUN STOPS.
020307******************************************************************
020308    1500-CARREGAR-ATRIBUICOES.
020309        MOVE ZERO TO WS-AT-QTD
020310        OPEN INPUT ASSIGNMENT-FILE
020311        IF WS-FS-ATRIBUICAO NOT = "00"
020312            DISPLAY "ATRFILE NAO PODE SER ABERTO - STATUS "
020313                WS-FS-ATRIBUICAO
020314            STOP RUN
020315        END-IF
020316        PERFORM 1510-LER-ATRIBUICAO
020317            THRU 1510-LER-ATRIBUICAO-EXIT
020318            UNTIL EOF-ATRIBUICAO
020319        CLOSE ASSIGNMENT-FILE
020320        IF WS-AT-QTD = ZERO
020321            DISPLAY "DISCIPLINA " WS-CODIGO-CURSO
020322                " SEM TURMA ATRIBUIDA NO ATRFILE - "
020323                "EXECUCAO ENCERRADA"
020324            STOP RUN
020325        END-IF.
020326    1500-CARREGAR-ATRIBUICOES-EXIT.
020327        EXIT.
020328
020329    1510-LER-ATRIBUICAO.
020330        READ ASSIGNMENT-FILE
020331            AT END
020332                MOVE "Y" TO WS-EOF-ATRIB-SW
020333            NOT AT END
020334                IF ATR-CURSO = WS-CODIGO-CURSO
020335                    IF WS-AT-QTD >= WS-AT-MAX
020336                        DISPLAY "TABELA DE TURMAS CHEIA - TURMA "
020337                            ATR-TURMA " NAO CARREGADA"
020338                    ELSE
020339                        ADD 1 TO WS-AT-QTD
020340                        MOVE ATR-TURMA TO WS-AT-TURMA (WS-AT-QTD)
020341                        MOVE ATR-PROFESSOR
020342                            TO WS-AT-PROFESSOR (WS-AT-QTD)
020343                    END-IF
020344                END-IF
020345        END-READ.
020346    1510-LER-ATRIBUICAO-EXIT.
020347        EXIT.
020348
020349******************************************************************
020350* 1600-CARREGAR-TERMO - READS TERM-FILE AND KEEPS THE LAST TERM
020351*     REGISTERED, WHICH GOES ON EVERY DELIVERY LOGGED. IT MUST
020352*     BE "ABERTO "; WITHOUT AN OPEN TERM NO DELIVERY CAN BE
020353*     LOGGED, SO THE RUN STOPS.
020354******************************************************************
020355    1600-CARREGAR-TERMO.
020356        MOVE "N" TO WS-EOF-TERMO-SW
020357        OPEN INPUT TERM-FILE
020358        IF WS-FS-TERMO NOT = "00"
020359            DISPLAY "TERM-FILE NAO ENCONTRADO - STATUS "
020360                WS-FS-TERMO " - EXECUCAO ENCERRADA"
020361            STOP RUN
020362        END-IF
020363        PERFORM 1610-LER-TERMO THRU 1610-LER-TERMO-EXIT
020364            UNTIL EOF-TERMOS
020365        CLOSE TERM-FILE
020366        IF WS-ANO-LETIVO = ZERO
020367            DISPLAY "TERM-FILE VAZIO - CADASTRE O TERMO LETIVO"
020368            STOP RUN
020369        END-IF
020370        IF WS-TERMO-STATUS NOT = "ABERTO "
020371            DISPLAY "TERMO " WS-ANO-LETIVO "/" WS-SEMESTRE
020372                " FECHADO - NENHUM TERMO ABERTO PARA AS "
020373                "ENTREGAS - EXECUCAO ENCERRADA"
020374            STOP RUN
020375        END-IF.
020376    1600-CARREGAR-TERMO-EXIT.
020377        EXIT.
020378
020379    1610-LER-TERMO.
020380        READ TERM-FILE
020381            AT END
020382                MOVE "Y" TO WS-EOF-TERMO-SW
020383            NOT AT END
020384                MOVE TRM-ANO    TO WS-ANO-LETIVO
020385                MOVE TRM-SEM    TO WS-SEMESTRE
020386                MOVE TRM-STATUS TO WS-TERMO-STATUS
020474        END-READ.
020475    1610-LER-TERMO-EXIT.
020476        EXIT.
020477
020478******************************************************************
020479* 1700-ABRIR-ENTREGAS - OPENS THE DELIVERY LOG FOR APPENDING,
020480*     CREATING IT ON THE FIRST RUN. A LOG THAT CANNOT BE OPENED
020481*     DOES NOT STOP THE COLLECTION; THE DELIVERIES OF THE RUN ARE
020482*     THEN ONLY MISSING FROM THE PENDING-SUBMISSIONS REPORT.
020483******************************************************************
020484    1700-ABRIR-ENTREGAS.
020485        OPEN EXTEND DELIVERY-LOG
020486        IF WS-FS-ENTREGA NOT = "00"
020487            OPEN OUTPUT DELIVERY-LOG
020488        END-IF
020489        IF WS-FS-ENTREGA = "00"
020490            MOVE "Y" TO WS-ENTREGA-ABERTO-SW
020491        ELSE
020492            DISPLAY "ENTFILE NAO PODE SER ABERTO - STATUS "
020493                WS-FS-ENTREGA " - ENTREGAS NAO REGISTRADAS"
020494        END-IF.
020495    1700-ABRIR-ENTREGAS-EXIT.
020496        EXIT.
020498
020500******************************************************************
020600* 2000-GRAVAR-CABECALHO - WRITES THE COLLECTION REPORT HEADER.
020700******************************************************************
021500    2000-GRAVAR-CABECALHO-EXIT.
021600        EXIT.
021700
021703******************************************************************
021706* 2500-PROCESSAR-TURMA - COLLECTS THE FOUR AVALIACOES OF ONE
021709*     TURMA, ACCEPTING ONLY FILES SIGNED BY ITS PROFESSOR.
021712******************************************************************
021715    2500-PROCESSAR-TURMA.
021718        MOVE WS-AT-TURMA (WS-AT-IDX) TO WS-TURMA-ATUAL
021721        MOVE WS-AT-PROFESSOR (WS-AT-IDX) TO WS-PROFESSOR-ATUAL
021724        MOVE SPACES TO REPORT-LINHA
021727        WRITE REPORT-LINHA
021730        MOVE SPACES TO REPORT-LINHA
021733        IF WS-TURMA-ATUAL = SPACES
021736            STRING "TURMA UNICA - PROFESSOR " DELIMITED BY SIZE
021739                WS-PROFESSOR-ATUAL DELIMITED BY SIZE
021742                INTO REPORT-LINHA
021745        ELSE
021748            STRING "TURMA " DELIMITED BY SIZE
021751                WS-TURMA-ATUAL DELIMITED BY SIZE
021754                " - PROFESSOR " DELIMITED BY SIZE
021757                WS-PROFESSOR-ATUAL DELIMITED BY SIZE
021760                INTO REPORT-LINHA
021763        END-IF
021766        WRITE REPORT-LINHA
021769        MOVE 1 TO WS-AVAL-IDX
021772        PERFORM 3000-PROCESSAR-SUBMISSAO
021775            THRU 3000-PROCESSAR-SUBMISSAO-EXIT
021778            UNTIL WS-AVAL-IDX > 4
021781        ADD 1 TO WS-AT-IDX.
021784    2500-PROCESSAR-TURMA-EXIT.
021787        EXIT.
021790
021800******************************************************************
021900* 3000-PROCESSAR-SUBMISSAO - READS ONE AVALIACAO'S SUBMISSION
022000*     FILE OF THE TURMA (SUBFILE1T01 FOR AVALIACAO 1 OF TURMA 01,
022050*     SUBFILE1 WHEN THE DISCIPLINE RUNS AS A SINGLE TURMA). A
022100*     MISSING OR REJECTED FILE IS REPORTED AND EVERY NOTA OF THAT
022150*     AVALIACAO STAYS "AUS "; AN ACCEPTED ONE IS LOGGED.
022200******************************************************************
022300    3000-PROCESSAR-SUBMISSAO.
022400        MOVE SPACES TO WS-ARQ-SUB
022500        IF WS-TURMA-ATUAL = SPACES
022527            STRING "SUBFILE" DELIMITED BY SIZE
022554                WS-AVAL-IDX DELIMITED BY SIZE
022581                INTO WS-ARQ-SUB
022608        ELSE
022635            STRING "SUBFILE" DELIMITED BY SIZE
022662                WS-AVAL-IDX DELIMITED BY SIZE
022689                "T" DELIMITED BY SIZE
022716                WS-TURMA-ATUAL DELIMITED BY SPACE
022743                INTO WS-ARQ-SUB
022770        END-IF
022800        MOVE "N" TO WS-EOF-SUB-SW
022850        MOVE ZERO TO WS-QTD-NOTAS-ARQ
022900        OPEN INPUT SUBMISSAO-FILE
023000        IF WS-FS-SUB NOT = "00"
023100            DISPLAY "ARQUIVO DA AVALIACAO " WS-AVAL-IDX
024000            WRITE REPORT-LINHA
024100            GO TO 3000-PROCESSAR-SUBMISSAO-CONT
024200        END-IF
024212        PERFORM 3050-CONFERIR-CABECALHO
024224            THRU 3050-CONFERIR-CABECALHO-EXIT
024236        IF NOT ARQUIVO-ACEITO
024248            ADD 1 TO WS-QTD-ARQ-REJEITADOS
024260            CLOSE SUBMISSAO-FILE
024272            GO TO 3000-PROCESSAR-SUBMISSAO-CONT
024284        END-IF
024300        PERFORM 3100-LER-SUBMISSAO
024400            THRU 3100-LER-SUBMISSAO-EXIT
024500            UNTIL EOF-SUBMISSAO
024600        CLOSE SUBMISSAO-FILE
024625        ADD 1 TO WS-QTD-ARQ-ACEITOS
024650        PERFORM 3900-REGISTRAR-ENTREGA
024675            THRU 3900-REGISTRAR-ENTREGA-EXIT.
024700    3000-PROCESSAR-SUBMISSAO-CONT.
024800        ADD 1 TO WS-AVAL-IDX.
024900    3000-PROCESSAR-SUBMISSAO-EXIT.
025000        EXIT.
025001
025002******************************************************************
025003* 3050-CONFERIR-CABECALHO - READS THE FIRST RECORD OF THE FILE,
025004*     WHICH MUST BE THE "PROF" HEADER WITH THE ID OF THE PROFESSOR
025005*     ASSIGNED TO THE TURMA. AN EMPTY FILE, ONE WITHOUT THE HEADER
025006*     OR ONE SIGNED BY ANYONE ELSE IS REJECTED WHOLE.
025007******************************************************************
025008    3050-CONFERIR-CABECALHO.
025009        MOVE "N" TO WS-ARQ-ACEITO-SW
025010        READ SUBMISSAO-FILE
025011            AT END
025012                MOVE "Y" TO WS-EOF-SUB-SW
025013        END-READ
025014        MOVE SPACES TO REPORT-LINHA
025015        IF EOF-SUBMISSAO
025016            STRING "AVALIACAO " DELIMITED BY SIZE
025017                WS-AVAL-IDX DELIMITED BY SIZE
025018                " ARQUIVO VAZIO - NOTAS MARCADAS AUS"
025019                DELIMITED BY SIZE
025020                INTO REPORT-LINHA
025021            WRITE REPORT-LINHA
025022            GO TO 3050-CONFERIR-CABECALHO-EXIT
025023        END-IF
025024        IF NOT SH-CABECALHO
025025            DISPLAY "ARQUIVO " WS-ARQ-SUB
025026                " SEM CABECALHO DO PROFESSOR - REJEITADO"
025027            STRING "AVALIACAO " DELIMITED BY SIZE
025028                WS-AVAL-IDX DELIMITED BY SIZE
025029                " SEM IDENTIFICACAO DO PROFESSOR - ARQUIVO "
025030                DELIMITED BY SIZE
025031                "REJEITADO" DELIMITED BY SIZE
025032                INTO REPORT-LINHA
025033            WRITE REPORT-LINHA
025034            GO TO 3050-CONFERIR-CABECALHO-EXIT
025035        END-IF
025036        IF SH-PROFESSOR NOT = WS-PROFESSOR-ATUAL
025037            DISPLAY "ARQUIVO " WS-ARQ-SUB
025038                " ENVIADO POR " SH-PROFESSOR
025039                " - PROFESSOR DA TURMA " WS-PROFESSOR-ATUAL
025040            STRING "AVALIACAO " DELIMITED BY SIZE
025041                WS-AVAL-IDX DELIMITED BY SIZE
025042                " ENVIADA POR " DELIMITED BY SIZE
025043                SH-PROFESSOR DELIMITED BY SIZE
025044                " - NAO ATRIBUIDO A TURMA - REJEITADA"
025045                DELIMITED BY SIZE
025046                INTO REPORT-LINHA
025047            WRITE REPORT-LINHA
025048            GO TO 3050-CONFERIR-CABECALHO-EXIT
025049        END-IF
025050        MOVE "Y" TO WS-ARQ-ACEITO-SW.
025051    3050-CONFERIR-CABECALHO-EXIT.
025052        EXIT.
025100
025200******************************************************************
025300* 3100-LER-SUBMISSAO - READS ONE SUBMISSION RECORD AND FILES ITS
025400*     NOTA UNDER THE ENROLLED STUDENT: A MATRICULA NOT ENROLLED,
025500*     A SECOND SUBMISSION FOR THE SAME AVALIACAO, OR AN INVALID
025600*     NOTA IS A DISCREPANCY ON THE REPORT. A NOTA FOR A
025610*     TRANCADO STUDENT IS REPORTED AND IGNORED, AND ONE FOR A
025655*     STUDENT OF ANOTHER TURMA IS REJECTED.
025700******************************************************************
025800    3100-LER-SUBMISSAO.
025900        READ SUBMISSAO-FILE
028500                INTO REPORT-LINHA
028600            WRITE REPORT-LINHA
028700            GO TO 3200-CONFERIR-SUBMISSAO-EXIT
028709        END-IF
028718        IF WS-EN-TURMA (WS-EN-IDX) NOT = WS-TURMA-ATUAL
028727            AND (WS-EN-TURMA (WS-EN-IDX) NOT = SPACES
028736                 OR WS-AT-QTD > 1)
028745            ADD 1 TO WS-QTD-OUTRA-TURMA
028754            MOVE SPACES TO REPORT-LINHA
028763            IF WS-EN-TURMA (WS-EN-IDX) = SPACES
028772                STRING SB-MATRICULA DELIMITED BY SIZE
028781                    " AVALIACAO " DELIMITED BY SIZE
028790                    WS-AVAL-IDX DELIMITED BY SIZE
028799                    " MATRICULADO SEM TURMA - REJEITADO"
028800                    DELIMITED BY SIZE
028801                    INTO REPORT-LINHA
028802            ELSE
028803                STRING SB-MATRICULA DELIMITED BY SIZE
028804                    " AVALIACAO " DELIMITED BY SIZE
028805                    WS-AVAL-IDX DELIMITED BY SIZE
028806                    " MATRICULADO NA TURMA " DELIMITED BY SIZE
028807                    WS-EN-TURMA (WS-EN-IDX) DELIMITED BY SIZE
028809                    " - REJEITADO" DELIMITED BY SIZE
028810                    INTO REPORT-LINHA
028811            END-IF
028812            WRITE REPORT-LINHA
028813            GO TO 3200-CONFERIR-SUBMISSAO-EXIT
028814        END-IF
028815        IF WS-EN-SITUACAO (WS-EN-IDX) = "T"
028820            ADD 1 TO WS-QTD-SUB-TRANCADO
028830            MOVE SPACES TO REPORT-LINHA
028840            STRING SB-MATRICULA DELIMITED BY SIZE
028850                " AVALIACAO " DELIMITED BY SIZE
028860                WS-AVAL-IDX DELIMITED BY SIZE
028870                " MATRICULA TRANCADA - NOTA IGNORADA"
028880                DELIMITED BY SIZE
028890                INTO REPORT-LINHA
028891            WRITE REPORT-LINHA
028892            GO TO 3200-CONFERIR-SUBMISSAO-EXIT
028893        END-IF
028900        IF WS-EN-RECEBIDA (WS-EN-IDX WS-AVAL-IDX) = "Y"
029000            ADD 1 TO WS-QTD-DUPLICADAS
029100            MOVE SPACES TO REPORT-LINHA
031400        END-IF
031500        MOVE "Y" TO WS-EN-RECEBIDA (WS-EN-IDX WS-AVAL-IDX)
031600        MOVE SB-NOTA-X TO WS-EN-NOTA-X (WS-EN-IDX WS-AVAL-IDX)
031700        ADD 1 TO WS-QTD-RECEBIDAS
031750        ADD 1 TO WS-QTD-NOTAS-ARQ.
031800    3200-CONFERIR-SUBMISSAO-EXIT.
031900        EXIT.
032000
032700    3300-PROCURAR-MATRICULADO-EXIT.
032800        EXIT.
032900
032903******************************************************************
032906* 3900-REGISTRAR-ENTREGA - LOGS THE ACCEPTED FILE TO THE DELIVERY
032909*     LOG WITH THE TERM, THE MOMENT OF THE COLLECTION AND THE
032912*     NUMBER OF NOTAS IT BROUGHT. A FILE THAT BROUGHT NO NOTA
032913*     IS NOT LOGGED, SO IT STILL COUNTS AS MISSING ON THE
032914*     PENDING-SUBMISSIONS REPORT.
032915******************************************************************
032918    3900-REGISTRAR-ENTREGA.
032921        IF NOT ENTREGA-ABERTO OR WS-QTD-NOTAS-ARQ = ZERO
032924            GO TO 3900-REGISTRAR-ENTREGA-EXIT
032927        END-IF
032930        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
032933        ACCEPT WS-HORA-AGORA FROM TIME
032936        MOVE SPACES TO ENTREGA-RECORD
032939        MOVE WS-CODIGO-CURSO    TO ENT-CURSO
032942        MOVE WS-TURMA-ATUAL     TO ENT-TURMA
032945        MOVE WS-AVAL-IDX        TO ENT-AVALIACAO
032948        MOVE WS-PROFESSOR-ATUAL TO ENT-PROFESSOR
032951        MOVE WS-ANO-LETIVO      TO ENT-ANO
032954        MOVE WS-SEMESTRE        TO ENT-SEM
032957        MOVE WS-DATA-HOJE       TO ENT-DATA
032960        MOVE WS-HORA-AGORA      TO ENT-HORA
032963        MOVE WS-QTD-NOTAS-ARQ   TO ENT-QTD-NOTAS
032966        WRITE ENTREGA-RECORD
032969        IF WS-FS-ENTREGA NOT = "00"
032972            DISPLAY "ENTFILE - ENTREGA NAO REGISTRADA - STATUS "
032975                WS-FS-ENTREGA
032978        END-IF.
032981    3900-REGISTRAR-ENTREGA-EXIT.
032984        EXIT.
032990
033000******************************************************************
033100* 4000-RELATAR-FALTANTES - AFTER THE FOUR FILES, REPORTS EVERY
033200*     ENROLLED STUDENT STILL MISSING A SUBMISSION, AVALIACAO BY
033300*     AVALIACAO. TRANCADO STUDENTS OWE NO SUBMISSION; A STUDENT
033350*     WHOSE TURMA HAS NO PROFESSOR ASSIGNED IS LISTED ONCE.
033400******************************************************************
033500    4000-RELATAR-FALTANTES.
033600        MOVE 1 TO WS-EN-IDX
034100        EXIT.
034200
034300    4100-CONFERIR-FALTANTE.
034310        IF WS-EN-SITUACAO (WS-EN-IDX) = "T"
034320            ADD 1 TO WS-EN-IDX
034330            GO TO 4100-CONFERIR-FALTANTE-EXIT
034340        END-IF
034343        PERFORM 4200-PROCURAR-TURMA THRU 4200-PROCURAR-TURMA-EXIT
034346        IF NOT AT-ACHADO
034349            ADD 1 TO WS-QTD-SEM-TURMA
034352            MOVE SPACES TO REPORT-LINHA
034355            STRING WS-EN-MATRICULA (WS-EN-IDX)
034358                DELIMITED BY SIZE
034361                " " DELIMITED BY SIZE
034364                WS-EN-NOME (WS-EN-IDX) DELIMITED BY SIZE
034367                " TURMA " DELIMITED BY SIZE
034370                WS-EN-TURMA (WS-EN-IDX) DELIMITED BY SIZE
034373                " SEM PROFESSOR ATRIBUIDO - NOTAS AUS"
034376                DELIMITED BY SIZE
034379                INTO REPORT-LINHA
034382            WRITE REPORT-LINHA
034385            ADD 1 TO WS-EN-IDX
034388            GO TO 4100-CONFERIR-FALTANTE-EXIT
034391        END-IF
034400        MOVE 1 TO WS-AVAL-IDX
034500        PERFORM 4110-CONFERIR-AVALIACAO
034600            THRU 4110-CONFERIR-AVALIACAO-EXIT
036700        ADD 1 TO WS-AVAL-IDX.
036800    4110-CONFERIR-AVALIACAO-EXIT.
036900        EXIT.
036903
036906******************************************************************
036909* 4200-PROCURAR-TURMA - LOOKS UP THE STUDENT'S TURMA AMONG THOSE
036912*     ASSIGNED. A STUDENT WITHOUT TURMA BELONGS TO THE DISCIPLINE
036915*     WHEN IT RUNS AS ONE TURMA ONLY.
036918******************************************************************
036921    4200-PROCURAR-TURMA.
036924        MOVE "N" TO WS-AT-ACHADO-SW
036927        IF WS-EN-TURMA (WS-EN-IDX) = SPACES AND WS-AT-QTD = 1
036930            MOVE "Y" TO WS-AT-ACHADO-SW
036933            GO TO 4200-PROCURAR-TURMA-EXIT
036936        END-IF
036939        MOVE 1 TO WS-AT-IDX
036942        PERFORM 4210-COMPARAR-TURMA THRU 4210-COMPARAR-TURMA-EXIT
036945            UNTIL AT-ACHADO OR WS-AT-IDX > WS-AT-QTD.
036948    4200-PROCURAR-TURMA-EXIT.
036951        EXIT.
036954
036957    4210-COMPARAR-TURMA.
036960        IF WS-AT-TURMA (WS-AT-IDX) = WS-EN-TURMA (WS-EN-IDX)
036963            MOVE "Y" TO WS-AT-ACHADO-SW
036966        ELSE
036969            ADD 1 TO WS-AT-IDX
036972        END-IF.
036975    4210-COMPARAR-TURMA-EXIT.
036978        EXIT.
037000
037100******************************************************************
037200* 5000-GRAVAR-ROSTER - WRITES THE MERGED STUREC-FORMAT ROSTER,
037300*     ONE RECORD PER ENROLLED STUDENT WITH THE FOUR NOTAS AS
037400*     COLLECTED ("AUS " WHERE NONE ARRIVED). TRANCADO STUDENTS
037410*     ARE NOT WRITTEN: THEY ARE NOT GRADED.
037500******************************************************************
037600    5000-GRAVAR-ROSTER.
037700        OPEN OUTPUT STUDENT-FILE
038800        EXIT.
038900
039000    5100-GRAVAR-ALUNO.
039010        IF WS-EN-SITUACAO (WS-EN-IDX) = "T"
039020            ADD 1 TO WS-EN-IDX
039030            GO TO 5100-GRAVAR-ALUNO-EXIT
039040        END-IF
039100        MOVE SPACES TO STUDENT-RECORD
039200        MOVE WS-EN-MATRICULA (WS-EN-IDX) TO SR-MATRICULA
039300        MOVE WS-EN-NOME (WS-EN-IDX)      TO SR-NOME
044400            WS-QTD-ED DELIMITED BY SIZE
044500            INTO REPORT-LINHA
044600        WRITE REPORT-LINHA
044610        MOVE WS-QTD-TRANCADOS TO WS-QTD-ED
044620        MOVE SPACES TO REPORT-LINHA
044630        STRING "TRANCADOS (FORA DO ROSTER): " DELIMITED BY SIZE
044640            WS-QTD-ED DELIMITED BY SIZE
044650            INTO REPORT-LINHA
044660        WRITE REPORT-LINHA
044670        MOVE WS-QTD-SUB-TRANCADO TO WS-QTD-ED
044680        MOVE SPACES TO REPORT-LINHA
044681        STRING "NOTAS IGNORADAS DE TRANCADOS: " DELIMITED BY SIZE
044682            WS-QTD-ED DELIMITED BY SIZE
044683            INTO REPORT-LINHA
044684        WRITE REPORT-LINHA
044685        MOVE WS-QTD-OUTRA-TURMA TO WS-QTD-ED
044686        MOVE SPACES TO REPORT-LINHA
044687        STRING "NOTAS DE ALUNOS DE OUTRA TURMA: "
044688            DELIMITED BY SIZE
044689            WS-QTD-ED DELIMITED BY SIZE
044690            INTO REPORT-LINHA
044691        WRITE REPORT-LINHA
044692        MOVE WS-QTD-SEM-TURMA TO WS-QTD-ED
044693        MOVE SPACES TO REPORT-LINHA
044694        STRING "ALUNOS DE TURMA SEM PROFESSOR: " DELIMITED BY SIZE
044695            WS-QTD-ED DELIMITED BY SIZE
044696            INTO REPORT-LINHA
044697        WRITE REPORT-LINHA
044698        MOVE WS-QTD-ARQ-ACEITOS TO WS-QTD-ED
044699        MOVE SPACES TO REPORT-LINHA
044707        STRING "ARQUIVOS ACEITOS: " DELIMITED BY SIZE
044715            WS-QTD-ED DELIMITED BY SIZE
044723            INTO REPORT-LINHA
044731        WRITE REPORT-LINHA
044739        MOVE WS-QTD-ARQ-REJEITADOS TO WS-QTD-ED
044747        MOVE SPACES TO REPORT-LINHA
044755        STRING "ARQUIVOS REJEITADOS: " DELIMITED BY SIZE
044763            WS-QTD-ED DELIMITED BY SIZE
044771            INTO REPORT-LINHA
044779        WRITE REPORT-LINHA
044787        MOVE WS-QTD-GRAVADOS TO WS-QTD-ED
044800        MOVE SPACES TO REPORT-LINHA
044900        STRING "REGISTROS GRAVADOS NO ROSTER: "
045000            DELIMITED BY SIZE
045500            " RECEBIDAS " WS-QTD-RECEBIDAS
045600            " FALTANTES " WS-QTD-FALTANTES
045700            " DUPLICADAS " WS-QTD-DUPLICADAS
045800            " NAO MATRICULADOS " WS-QTD-NAO-MATRIC
045810            " TRANCADOS " WS-QTD-TRANCADOS
045855            " ARQUIVOS REJEITADOS " WS-QTD-ARQ-REJEITADOS.
045900    6000-GRAVAR-RESUMO-EXIT.
046000        EXIT.
046100
