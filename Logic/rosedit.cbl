001680*                  UNATTENDED JOB WITH A PER-REQUEST OUTCOME
001690*                  LINE IN PREOUTC; THE CONSOLE PROMPT REMAINS
001691*                  THE FALLBACK FOR AD-HOC DAYTIME USE.
001692* 2026-10-15  HSM  ENROLL-MASTER NOW COMES FROM THE ENRREC
001693*                  COPYBOOK AND CARRIES THE SITUACAO. A TRANCADO
001694*                  STUDENT MISSING FROM THE ROSTER IS NO LONGER
001695*                  REPORTED AS ABSENT, AND ONE PRESENT ON IT IS
001696*                  LISTED AS TRANCADO (THE GRADING RUN POSTS IT
001697*                  WITH NO RESULT) AND COUNTED APART.
001698* 2026-10-15  HSM  EVERY STUDENT OF A DISCIPLINE WITH ENTRIES ON
001699*                  THE PREREQUISITE CATALOG (PRQFILE) IS CHECKED
001713*                  FOR A PASSING POSTING (APROVADO OR APROV-REC)
001727*                  OF EACH PREREQUISITE IN GRADE-MASTER OR
001741*                  GRDHIST. A STUDENT WHO LACKS ONE IS REJECTED
001755*                  WITH ONE DISCREPANCY LINE PER MISSING
001769*                  DISCIPLINE AND COUNTED AS A NEW CLASS.
001783******************************************************************
001800    IDENTIFICATION DIVISION.
001900    PROGRAM-ID. PreEdicao.
002000    AUTHOR. HENRIQUE S. MENDES.
003940        SELECT OUTCOME-FILE ASSIGN TO "PREOUTC"
003950            ORGANIZATION IS LINE SEQUENTIAL
003960            FILE STATUS IS WS-FS-OUTCOME.
003963        SELECT PREREQ-CATALOG ASSIGN TO "PRQFILE"
003966            ORGANIZATION IS LINE SEQUENTIAL
003969            FILE STATUS IS WS-FS-CATALOGO.
003972        SELECT GRADE-MASTER ASSIGN TO "GRDFILE"
003975            ORGANIZATION IS INDEXED
003978            ACCESS MODE IS DYNAMIC
003981            RECORD KEY IS GM-CHAVE
003984            FILE STATUS IS WS-FS-GRADE.
003987        SELECT GRADE-HIST ASSIGN TO "GRDHIST"
003990            ORGANIZATION IS LINE SEQUENTIAL
003993            FILE STATUS IS WS-FS-GRDHIST.
004000
004100    DATA DIVISION.
004200    FILE SECTION.
004600
004700    FD  ENROLL-MASTER
004800        RECORDING MODE IS F.
004900    COPY ENRREC.
005300
005400    FD  CLEAN-ROSTER
005500        RECORDING MODE IS F.
006060        05  FILLER              PIC X(01).
006070        05  PRM-ARQ-ROSTER      PIC X(44).
006080        05  FILLER              PIC X(01).
006082        05  PRM-ARQ-LIMPO       PIC X(44).
006084
006086    FD  OUTCOME-FILE
006088        RECORDING MODE IS F.
006090    01  OUTCOME-LINHA           PIC X(150).
006092
006093    FD  PREREQ-CATALOG
006094        RECORDING MODE IS F.
006095    COPY PRQREC.
006096
006097    FD  GRADE-MASTER.
006098    COPY GRDREC.
006099
006119    FD  GRADE-HIST
006139        RECORDING MODE IS F.
006159    01  GRADE-HIST-RECORD       PIC X(80).
006179
006200    WORKING-STORAGE SECTION.
006300    01  WS-FS-STUDENT           PIC X(02).
006400    01  WS-FS-ENROLL            PIC X(02).
006600    01  WS-FS-DISCREP           PIC X(02).
006610    01  WS-FS-PARAM             PIC X(02).
006620    01  WS-FS-OUTCOME           PIC X(02).
006622    01  WS-FS-CATALOGO          PIC X(02).
006624    01  WS-FS-GRADE             PIC X(02).
006626    01  WS-FS-GRDHIST           PIC X(02).
006630    01  WS-ARQ-STUDENT          PIC X(44) VALUE "STUFILE".
006640    01  WS-ARQ-LIMPO            PIC X(44) VALUE "CLNFILE".
006700
007200    01  WS-QTD-NAO-MATRIC       PIC 9(05) VALUE ZERO.
007300    01  WS-QTD-SEM-MATRIC       PIC 9(05) VALUE ZERO.
007400    01  WS-QTD-AUSENTES         PIC 9(05) VALUE ZERO.
007410    01  WS-QTD-TRANCADOS        PIC 9(05) VALUE ZERO.
007455    01  WS-QTD-SEM-PREREQ       PIC 9(05) VALUE ZERO.
007500    01  WS-QTD-ED               PIC ZZZZ9.
007510    01  WS-QTD-LIDOS-ED         PIC ZZZZ9.
007520    01  WS-QTD-LIMPOS-ED        PIC ZZZZ9.
007530    01  WS-QTD-DUPLIC-ED        PIC ZZZZ9.
007540    01  WS-QTD-NAOMAT-ED        PIC ZZZZ9.
007550    01  WS-QTD-AUSENT-ED        PIC ZZZZ9.
007560    01  WS-QTD-TRANC-ED         PIC ZZZZ9.
007565    01  WS-QTD-SEMPRE-ED        PIC ZZZZ9.
007570    01  WS-DATA-TRANC-ED        PIC 9999/99/99.
007600
007700*   ENROLLED STUDENTS OF THE COURSE BEING GRADED, LOADED FROM
007800*   THE ENROLLMENT MASTER. THE VISTO FLAG MARKS THE ONES THE
007900*   ROSTER ACCOUNTED FOR, SO THE LEFTOVERS CAN BE REPORTED AS
008000*   MISSING AT END OF FILE. SITUACAO "T" IS A TRANCAMENTO.
008100    01  WS-EN-QTD               PIC 9(05) VALUE ZERO.
008200    01  WS-EN-IDX               PIC 9(05) VALUE ZERO.
008300    01  WS-EN-MAX               PIC 9(05) VALUE 20000.
008500        05  WS-EN-ENTRADA OCCURS 20000 TIMES.
008600            10  WS-EN-MATRICULA PIC X(10).
008700            10  WS-EN-NOME      PIC A(15).
008710            10  WS-EN-SITUACAO  PIC X(01).
008720            10  WS-EN-DATA-TRANC
008730                                PIC 9(08).
008800            10  WS-EN-VISTO-SW  PIC X(01).
008802
008804*   PREREQUISITES OF THE COURSE BEING GRADED, FROM THE CATALOG,
008808*   AND THE COUNT OF THEM THE CURRENT STUDENT HAS NOT PASSED.
008812    01  WS-REQ-QTD              PIC 9(01) VALUE ZERO.
008816    01  WS-REQ-IDX              PIC 9(01) VALUE ZERO.
008820    01  WS-REQ-FALTAS           PIC 9(01) VALUE ZERO.
008824    01  WS-REQ-TABELA.
008828        05  WS-REQ-CURSO        PIC X(06) OCCURS 6 TIMES.
008832    01  WS-REQ-LISTA            PIC X(42).
008836
008840*   PASSING POSTINGS OF THOSE PREREQUISITES FOUND IN THE
008844*   CLOSED-TERM HISTORY, LOADED ONCE PER COURSE SO GRDHIST IS
008848*   NOT RESCANNED FOR EVERY STUDENT. THE LIVE MASTER IS READ BY
008852*   KEY INSTEAD.
008856    01  WS-AP-QTD               PIC 9(05) VALUE ZERO.
008860    01  WS-AP-IDX               PIC 9(05) VALUE ZERO.
008864    01  WS-AP-MAX               PIC 9(05) VALUE 20000.
008868    01  WS-AP-BUSCA.
008872        05  WS-AP-BUSCA-MATRIC  PIC X(10).
008876        05  WS-AP-BUSCA-CURSO   PIC X(06).
008880    01  WS-AP-TABELA.
008884        05  WS-AP-CHAVE         PIC X(16) OCCURS 20000 TIMES.
008900
009000    01  WS-INDICADORES.
009100        05  WS-EOF-STUDENT-SW   PIC X(01) VALUE "N".
009640            88  MODO-DIRIGIDO              VALUE "Y".
009650        05  WS-EOF-PARAM-SW     PIC X(01) VALUE "N".
009660            88  EOF-PARAM                  VALUE "Y".
009662        05  WS-EOF-CATALOGO-SW  PIC X(01) VALUE "N".
009664            88  EOF-CATALOGO               VALUE "Y".
009666        05  WS-EOF-GRDHIST-SW   PIC X(01) VALUE "N".
009668            88  EOF-GRADE-HIST             VALUE "Y".
009670        05  WS-FIM-MESTRE-SW    PIC X(01) VALUE "N".
009672            88  FIM-MESTRE                 VALUE "Y".
009674        05  WS-GM-ABERTO-SW     PIC X(01) VALUE "N".
009676            88  GM-ABERTO                  VALUE "Y".
009678        05  WS-PREREQ-SW        PIC X(01) VALUE "N".
009680            88  VERIFICAR-PREREQ           VALUE "Y".
009682        05  WS-REQ-ACHADO-SW    PIC X(01) VALUE "N".
009684            88  REQ-ACHADO                 VALUE "Y".
009686        05  WS-REQ-CUMPRIDO-SW  PIC X(01) VALUE "N".
009688            88  REQ-CUMPRIDO               VALUE "Y".
009690        05  WS-AP-ESTOURO-SW    PIC X(01) VALUE "N".
009692            88  AP-ESTOURO                 VALUE "Y".
009700
009800    PROCEDURE DIVISION.
009900    0000-MAINLINE.
013200        CLOSE DISCREP-REPORT
013400        STOP RUN.
013410
013411******************************************************************
013412* 0200-LER-PARAM - READS ONE PREPARM REQUEST (CURSO, ROSTER
013413*     FILE, CLEAN FILE - BLANK FILE NAMES TAKE THE USUAL
013414*     DEFAULTS) AND PRE-EDITS ITS COURSE. BLANK LINES ARE
013415*     SKIPPED.
013416******************************************************************
013417    0200-LER-PARAM.
013418        READ PARAM-FILE
013419            AT END
013420                MOVE "Y" TO WS-EOF-PARAM-SW
013421            NOT AT END
013422                IF PRM-CURSO NOT = SPACES
013423                    MOVE PRM-CURSO TO WS-CODIGO-CURSO
013424                    IF PRM-ARQ-ROSTER NOT = SPACES
013425                        MOVE PRM-ARQ-ROSTER TO WS-ARQ-STUDENT
013426                    ELSE
013427                        MOVE "STUFILE" TO WS-ARQ-STUDENT
013428                    END-IF
013429                    IF PRM-ARQ-LIMPO NOT = SPACES
013430                        MOVE PRM-ARQ-LIMPO TO WS-ARQ-LIMPO
013431                    ELSE
013432                        MOVE "CLNFILE" TO WS-ARQ-LIMPO
013433                    END-IF
013434                    DISPLAY "PRE-EDITANDO DISCIPLINA "
013435                        WS-CODIGO-CURSO
013436                    PERFORM 0500-PROCESSAR-CURSO
013437                        THRU 0500-PROCESSAR-CURSO-EXIT
013438                    PERFORM 0600-GRAVAR-OUTCOME
013439                        THRU 0600-GRAVAR-OUTCOME-EXIT
013440                END-IF
013441        END-READ.
013442    0200-LER-PARAM-EXIT.
013443        EXIT.
013444
013445******************************************************************
013446* 0500-PROCESSAR-CURSO - PRE-EDITS ONE COURSE: RESETS THE
013447*     PER-COURSE STATE, LOADS ITS ENROLLED STUDENTS AND ITS
013448*     PREREQUISITES, AND RUNS THE RECONCILIATION PASS OVER ITS
013449*     ROSTER.
013450******************************************************************
013451    0500-PROCESSAR-CURSO.
013452        MOVE ZERO TO WS-QTD-LIDOS WS-QTD-LIMPOS
013453            WS-QTD-DUPLICADOS WS-QTD-NAO-MATRIC
013454            WS-QTD-SEM-MATRIC WS-QTD-AUSENTES
013455            WS-QTD-TRANCADOS WS-QTD-SEM-PREREQ
013456        MOVE "N" TO WS-EOF-STUDENT-SW
013457        MOVE "N" TO WS-EOF-ENROLL-SW
013458        PERFORM 1000-CARREGAR-MATRICULADOS
013459            THRU 1000-CARREGAR-MATRICULADOS-EXIT
013460        OPEN INPUT STUDENT-FILE
013461        IF WS-FS-STUDENT NOT = "00"
013462            DISPLAY "ROSTER " WS-ARQ-STUDENT " NAO PODE SER "
013463                "ABERTO - STATUS " WS-FS-STUDENT
013464            GO TO 0500-PROCESSAR-CURSO-EXIT
013465        END-IF
013466        OPEN OUTPUT CLEAN-ROSTER
013467        IF WS-FS-CLEAN NOT = "00"
013468            DISPLAY "CLEAN-ROSTER " WS-ARQ-LIMPO " NAO PODE SER "
013469                "ABERTO - STATUS " WS-FS-CLEAN
013470            CLOSE STUDENT-FILE
013471            GO TO 0500-PROCESSAR-CURSO-EXIT
013472        END-IF
013473        PERFORM 2000-GRAVAR-CABECALHO
013474            THRU 2000-GRAVAR-CABECALHO-EXIT
013475        PERFORM 1500-CARREGAR-PREREQUISITOS
013476            THRU 1500-CARREGAR-PREREQUISITOS-EXIT
013477        PERFORM 3000-LER-ROSTER THRU 3000-LER-ROSTER-EXIT
013478            UNTIL EOF-STUDENT
013479        PERFORM 4000-RELATAR-AUSENTES
013480            THRU 4000-RELATAR-AUSENTES-EXIT
013481        PERFORM 5000-GRAVAR-RESUMO
013482            THRU 5000-GRAVAR-RESUMO-EXIT
013483        CLOSE STUDENT-FILE
013484        CLOSE CLEAN-ROSTER
013485        IF GM-ABERTO
013486            CLOSE GRADE-MASTER
013487            MOVE "N" TO WS-GM-ABERTO-SW
013489        END-IF.
013490    0500-PROCESSAR-CURSO-EXIT.
013491        EXIT.
013492
013512        MOVE WS-QTD-DUPLICADOS TO WS-QTD-DUPLIC-ED
013513        MOVE WS-QTD-NAO-MATRIC TO WS-QTD-NAOMAT-ED
013514        MOVE WS-QTD-AUSENTES   TO WS-QTD-AUSENT-ED
013517        MOVE WS-QTD-TRANCADOS  TO WS-QTD-TRANC-ED
013520        MOVE WS-QTD-SEM-PREREQ TO WS-QTD-SEMPRE-ED
013523        MOVE SPACES TO OUTCOME-LINHA
013526        STRING "DISCIPLINA " DELIMITED BY SIZE
013529            WS-CODIGO-CURSO DELIMITED BY SIZE
013532            " LIDOS:" DELIMITED BY SIZE
013535            WS-QTD-LIDOS-ED DELIMITED BY SIZE
013538            " LIMPOS:" DELIMITED BY SIZE
013541            WS-QTD-LIMPOS-ED DELIMITED BY SIZE
013544            " DUPLICADOS:" DELIMITED BY SIZE
013547            WS-QTD-DUPLIC-ED DELIMITED BY SIZE
013550            " NAO-MATRICULADOS:" DELIMITED BY SIZE
013553            WS-QTD-NAOMAT-ED DELIMITED BY SIZE
013556            " AUSENTES:" DELIMITED BY SIZE
013559            WS-QTD-AUSENT-ED DELIMITED BY SIZE
013562            " TRANCADOS:" DELIMITED BY SIZE
013565            WS-QTD-TRANC-ED DELIMITED BY SIZE
013568            " SEM-PRE-REQUISITO:" DELIMITED BY SIZE
013571            WS-QTD-SEMPRE-ED DELIMITED BY SIZE
013574            INTO OUTCOME-LINHA
013577        WRITE OUTCOME-LINHA.
013580    0600-GRAVAR-OUTCOME-EXIT.
013583        EXIT.
013586
013600******************************************************************
013700* 1000-CARREGAR-MATRICULADOS - LOADS, FROM THE ENROLLMENT
013800*     MASTER, THE STUDENTS ENROLLED IN THE COURSE BEING GRADED.
017600                        MOVE EN-MATRICULA
017700                            TO WS-EN-MATRICULA (WS-EN-QTD)
017800                        MOVE EN-NOME TO WS-EN-NOME (WS-EN-QTD)
017810                        IF EN-TRANCADO
017820                            MOVE "T" TO WS-EN-SITUACAO (WS-EN-QTD)
017830                            MOVE EN-DATA-TRANC
017840                                TO WS-EN-DATA-TRANC (WS-EN-QTD)
017850                        ELSE
017860                            MOVE "A" TO WS-EN-SITUACAO (WS-EN-QTD)
017870                            MOVE ZERO
017880                                TO WS-EN-DATA-TRANC (WS-EN-QTD)
017890                        END-IF
017900                        MOVE "N" TO WS-EN-VISTO-SW (WS-EN-QTD)
018000                    END-IF
018100                END-IF
018200        END-READ.
018300    1100-LER-MATRICULADO-EXIT.
018333        EXIT.
018366
018401******************************************************************
018402* 1500-CARREGAR-PREREQUISITOS - LOOKS THE COURSE UP IN THE
018403*     PREREQUISITE CATALOG. A MISSING CATALOG OR A COURSE WITHOUT
018404*     AN ENTRY MEANS NO PREREQUISITES. OTHERWISE THE LIVE MASTER
018405*     IS OPENED AND THE PASSING POSTINGS IN GRDHIST ARE LOADED;
018406*     IF EITHER IS IMPOSSIBLE THE CHECK IS SKIPPED FOR THE COURSE
018407*     AND SAID SO ON THE REPORT, RATHER THAN REJECTING STUDENTS
018408*     WHOSE PASSING POSTINGS COULD NOT BE SEEN.
018409******************************************************************
018410    1500-CARREGAR-PREREQUISITOS.
018411        MOVE ZERO TO WS-REQ-QTD
018412        MOVE SPACES TO WS-REQ-TABELA
018413        MOVE "N" TO WS-PREREQ-SW
018414        MOVE "N" TO WS-GM-ABERTO-SW
018415        OPEN INPUT PREREQ-CATALOG
018416        IF WS-FS-CATALOGO NOT = "00"
018417            GO TO 1500-CARREGAR-PREREQUISITOS-EXIT
018418        END-IF
018419        MOVE "N" TO WS-EOF-CATALOGO-SW
018420        PERFORM 1510-LER-CATALOGO THRU 1510-LER-CATALOGO-EXIT
018421            UNTIL EOF-CATALOGO
018422        CLOSE PREREQ-CATALOG
018423        IF WS-REQ-QTD = ZERO
018424            GO TO 1500-CARREGAR-PREREQUISITOS-EXIT
018425        END-IF
018426        MOVE SPACES TO WS-REQ-LISTA
018427        STRING WS-REQ-CURSO (1) " " WS-REQ-CURSO (2) " "
018428            WS-REQ-CURSO (3) " " WS-REQ-CURSO (4) " "
018429            WS-REQ-CURSO (5) " " WS-REQ-CURSO (6)
018430            DELIMITED BY SIZE
018431            INTO WS-REQ-LISTA
018432        MOVE SPACES TO DISCREP-LINHA
018433        STRING "PRE-REQUISITOS DA DISCIPLINA: " DELIMITED BY SIZE
018434            WS-REQ-LISTA DELIMITED BY SIZE
018435            INTO DISCREP-LINHA
018436        WRITE DISCREP-LINHA
018437        OPEN INPUT GRADE-MASTER
018438        IF WS-FS-GRADE NOT = "00"
018439            MOVE SPACES TO DISCREP-LINHA
018440            STRING "PRE-REQUISITOS NAO VERIFICADOS - "
018441                DELIMITED BY SIZE
018442                "GRADE-MASTER " DELIMITED BY SIZE
018443                "INDISPONIVEL (STATUS " DELIMITED BY SIZE
018444                WS-FS-GRADE DELIMITED BY SIZE
018445                ")" DELIMITED BY SIZE
018446                INTO DISCREP-LINHA
018447            WRITE DISCREP-LINHA
018448            GO TO 1500-CARREGAR-PREREQUISITOS-EXIT
018449        END-IF
018450        MOVE "Y" TO WS-GM-ABERTO-SW
018451        PERFORM 1600-CARREGAR-APROVACOES
018452            THRU 1600-CARREGAR-APROVACOES-EXIT
018453        IF AP-ESTOURO
018454            MOVE SPACES TO DISCREP-LINHA
018455            STRING "PRE-REQUISITOS NAO VERIFICADOS - "
018456                DELIMITED BY SIZE
018457                "APROVACOES DO " DELIMITED BY SIZE
018458                "GRDHIST EXCEDEM A TABELA EM MEMORIA"
018459                DELIMITED BY SIZE
018460                INTO DISCREP-LINHA
018461            WRITE DISCREP-LINHA
018462            GO TO 1500-CARREGAR-PREREQUISITOS-EXIT
018463        END-IF
018464        MOVE "Y" TO WS-PREREQ-SW.
018465    1500-CARREGAR-PREREQUISITOS-EXIT.
018466        EXIT.
018467
018468    1510-LER-CATALOGO.
018469        READ PREREQ-CATALOG
018470            AT END
018471                MOVE "Y" TO WS-EOF-CATALOGO-SW
018472            NOT AT END
018473                IF PRQ-CURSO = WS-CODIGO-CURSO
018474                    AND PRQ-QTD-REQUISITOS NUMERIC
018475                    MOVE PRQ-QTD-REQUISITOS TO WS-REQ-QTD
018476                    IF WS-REQ-QTD > 6
018477                        MOVE 6 TO WS-REQ-QTD
018478                    END-IF
018479                    MOVE 1 TO WS-REQ-IDX
018480                    PERFORM 1520-GUARDAR-REQUISITO
018481                        THRU 1520-GUARDAR-REQUISITO-EXIT
018482                        UNTIL WS-REQ-IDX > WS-REQ-QTD
018483                    MOVE "Y" TO WS-EOF-CATALOGO-SW
018484                END-IF
018485        END-READ.
018486    1510-LER-CATALOGO-EXIT.
018487        EXIT.
018488
018489    1520-GUARDAR-REQUISITO.
018490        MOVE PRQ-REQUISITO (WS-REQ-IDX)
018491            TO WS-REQ-CURSO (WS-REQ-IDX)
018492        ADD 1 TO WS-REQ-IDX.
018493    1520-GUARDAR-REQUISITO-EXIT.
018494        EXIT.
018495
018496******************************************************************
018497* 1600-CARREGAR-APROVACOES - SCANS THE CLOSED-TERM HISTORY ONCE
018498*     AND KEEPS MATRICULA AND CURSO OF EVERY APROVADO OR
018499*     APROV-REC POSTING OF ONE OF THE PREREQUISITES. A MISSING
018500*     GRDHIST ONLY MEANS NO TERM WAS EVER CLOSED.
018501******************************************************************
018502    1600-CARREGAR-APROVACOES.
018503        MOVE ZERO TO WS-AP-QTD
018504        MOVE "N" TO WS-AP-ESTOURO-SW
018505        OPEN INPUT GRADE-HIST
018506        IF WS-FS-GRDHIST NOT = "00"
018507            GO TO 1600-CARREGAR-APROVACOES-EXIT
018508        END-IF
018509        MOVE "N" TO WS-EOF-GRDHIST-SW
018510        PERFORM 1610-LER-HISTORIA THRU 1610-LER-HISTORIA-EXIT
018511            UNTIL EOF-GRADE-HIST
018512        CLOSE GRADE-HIST.
018513    1600-CARREGAR-APROVACOES-EXIT.
018514        EXIT.
018515
018516    1610-LER-HISTORIA.
018517        READ GRADE-HIST
018518            AT END
018519                MOVE "Y" TO WS-EOF-GRDHIST-SW
018520            NOT AT END
018521                MOVE GRADE-HIST-RECORD TO GRADE-MASTER-RECORD
018522                IF GM-STATUS = "APROVADO "
018523                    OR GM-STATUS = "APROV-REC"
018524                    MOVE "N" TO WS-REQ-ACHADO-SW
018525                    MOVE 1 TO WS-REQ-IDX
018526                    PERFORM 1620-PROCURAR-REQUISITO
018527                        THRU 1620-PROCURAR-REQUISITO-EXIT
018528                        UNTIL REQ-ACHADO
018529                        OR WS-REQ-IDX > WS-REQ-QTD
018530                    IF REQ-ACHADO
018531                        IF WS-AP-QTD >= WS-AP-MAX
018532                            MOVE "Y" TO WS-AP-ESTOURO-SW
018533                        ELSE
018534                            ADD 1 TO WS-AP-QTD
018535                            MOVE GM-MATRICULA
018536                                TO WS-AP-BUSCA-MATRIC
018537                            MOVE GM-CURSO TO WS-AP-BUSCA-CURSO
018538                            MOVE WS-AP-BUSCA
018539                                TO WS-AP-CHAVE (WS-AP-QTD)
018540                        END-IF
018541                    END-IF
018542                END-IF
018543        END-READ.
018544    1610-LER-HISTORIA-EXIT.
018545        EXIT.
018546
018547    1620-PROCURAR-REQUISITO.
018548        IF WS-REQ-CURSO (WS-REQ-IDX) = GM-CURSO
018549            MOVE "Y" TO WS-REQ-ACHADO-SW
018550        ELSE
018551            ADD 1 TO WS-REQ-IDX
018552        END-IF.
018553    1620-PROCURAR-REQUISITO-EXIT.
018554        EXIT.
018555
018600******************************************************************
018700* 2000-GRAVAR-CABECALHO - WRITES THE DISCREPANCY REPORT HEADER.
018800******************************************************************
021600* 3100-CONFERIR-ALUNO - CHECKS ONE ROSTER STUDENT AGAINST THE
021700*     ENROLLED TABLE: A BLANK MATRICULA, A MATRICULA NOT
021800*     ENROLLED IN THE COURSE, OR A MATRICULA ALREADY SEEN IN
021900*     THIS ROSTER IS A DISCREPANCY; ANYTHING ELSE IS CLEAN. A
021910*     TRANCADO STUDENT STAYS ON THE CLEAN ROSTER (THE GRADING RUN
021920*     POSTS IT TRANCADO, WITHOUT A RESULT) BUT IS LISTED.
021946*     AN ACTIVE STUDENT WHO HAS NOT PASSED EVERY PREREQUISITE
021972*     OF THE COURSE IS REJECTED, ONE LINE PER MISSING DISCIPLINE.
022000******************************************************************
022100    3100-CONFERIR-ALUNO.
022200        IF SR-MATRICULA = SPACES
025900            GO TO 3100-CONFERIR-ALUNO-EXIT
026000        END-IF
026100        MOVE "Y" TO WS-EN-VISTO-SW (WS-EN-IDX)
026110        IF WS-EN-SITUACAO (WS-EN-IDX) = "T"
026120            ADD 1 TO WS-QTD-TRANCADOS
026130            MOVE WS-EN-DATA-TRANC (WS-EN-IDX) TO WS-DATA-TRANC-ED
026140            MOVE SPACES TO DISCREP-LINHA
026150            STRING SR-MATRICULA DELIMITED BY SIZE
026160                " " DELIMITED BY SIZE
026170                SR-NOME DELIMITED BY SIZE
026180                " TRANCADO EM " DELIMITED BY SIZE
026190                WS-DATA-TRANC-ED DELIMITED BY SIZE
026191                " - SEM RESULTADO" DELIMITED BY SIZE
026192                INTO DISCREP-LINHA
026193            WRITE DISCREP-LINHA
026194        END-IF
026195        IF VERIFICAR-PREREQ
026196            AND WS-EN-SITUACAO (WS-EN-IDX) NOT = "T"
026197            PERFORM 3300-CONFERIR-PREREQUISITOS
026198                THRU 3300-CONFERIR-PREREQUISITOS-EXIT
026199            IF WS-REQ-FALTAS > ZERO
026215                ADD 1 TO WS-QTD-SEM-PREREQ
026231                GO TO 3100-CONFERIR-ALUNO-EXIT
026247            END-IF
026263        END-IF
026279        ADD 1 TO WS-QTD-LIMPOS
026300        MOVE STUDENT-RECORD TO CLEAN-RECORD
026400        WRITE CLEAN-RECORD.
026500    3100-CONFERIR-ALUNO-EXIT.
027600            ADD 1 TO WS-EN-IDX
027700        END-IF.
027800    3200-PROCURAR-MATRICULADO-EXIT.
027833        EXIT.
027866
027901******************************************************************
027902* 3300-CONFERIR-PREREQUISITOS - CHECKS EVERY PREREQUISITE OF THE
027903*     COURSE FOR THE ROSTER STUDENT, WRITING ONE DISCREPANCY LINE
027904*     NAMING EACH DISCIPLINE NOT YET PASSED AND COUNTING THEM IN
027905*     WS-REQ-FALTAS.
027906******************************************************************
027907    3300-CONFERIR-PREREQUISITOS.
027908        MOVE ZERO TO WS-REQ-FALTAS
027909        MOVE 1 TO WS-REQ-IDX
027910        PERFORM 3310-CONFERIR-REQUISITO
027911            THRU 3310-CONFERIR-REQUISITO-EXIT
027912            UNTIL WS-REQ-IDX > WS-REQ-QTD.
027913    3300-CONFERIR-PREREQUISITOS-EXIT.
027914        EXIT.
027915
027916******************************************************************
027917* 3310-CONFERIR-REQUISITO - LOOKS FOR A PASSING POSTING OF ONE
027918*     PREREQUISITE: FIRST AMONG THE GRDHIST APPROVALS LOADED FOR
027919*     THE COURSE, THEN IN THE LIVE MASTER BY KEY.
027920******************************************************************
027921    3310-CONFERIR-REQUISITO.
027922        MOVE "N" TO WS-REQ-CUMPRIDO-SW
027923        MOVE SR-MATRICULA TO WS-AP-BUSCA-MATRIC
027924        MOVE WS-REQ-CURSO (WS-REQ-IDX) TO WS-AP-BUSCA-CURSO
027925        MOVE 1 TO WS-AP-IDX
027926        PERFORM 3320-PROCURAR-APROVACAO
027927            THRU 3320-PROCURAR-APROVACAO-EXIT
027928            UNTIL REQ-CUMPRIDO OR WS-AP-IDX > WS-AP-QTD
027929        IF NOT REQ-CUMPRIDO
027930            PERFORM 3330-PROCURAR-MESTRE
027931                THRU 3330-PROCURAR-MESTRE-EXIT
027932        END-IF
027933        IF NOT REQ-CUMPRIDO
027934            ADD 1 TO WS-REQ-FALTAS
027935            MOVE SPACES TO DISCREP-LINHA
027936            STRING SR-MATRICULA DELIMITED BY SIZE
027937                " " DELIMITED BY SIZE
027938                SR-NOME DELIMITED BY SIZE
027939                " SEM PRE-REQUISITO " DELIMITED BY SIZE
027940                WS-REQ-CURSO (WS-REQ-IDX) DELIMITED BY SIZE
027941                " - REJEITADO" DELIMITED BY SIZE
027942                INTO DISCREP-LINHA
027943            WRITE DISCREP-LINHA
027944        END-IF
027945        ADD 1 TO WS-REQ-IDX.
027946    3310-CONFERIR-REQUISITO-EXIT.
027947        EXIT.
027948
027949    3320-PROCURAR-APROVACAO.
027950        IF WS-AP-CHAVE (WS-AP-IDX) = WS-AP-BUSCA
027951            MOVE "Y" TO WS-REQ-CUMPRIDO-SW
027952        ELSE
027953            ADD 1 TO WS-AP-IDX
027954        END-IF.
027955    3320-PROCURAR-APROVACAO-EXIT.
027956        EXIT.
027957
027958******************************************************************
027959* 3330-PROCURAR-MESTRE - POSITIONS THE LIVE MASTER AT THE FIRST
027960*     TERM OF THE STUDENT IN THE PREREQUISITE AND READS FORWARD
027961*     WHILE MATRICULA AND CURSO STAY THE SAME, UNTIL A PASSING
027962*     ATTEMPT IS FOUND.
027963******************************************************************
027964    3330-PROCURAR-MESTRE.
027965        MOVE "N" TO WS-FIM-MESTRE-SW
027966        MOVE WS-AP-BUSCA-MATRIC TO GM-MATRICULA
027967        MOVE WS-AP-BUSCA-CURSO TO GM-CURSO
027968        MOVE ZERO TO GM-ANO
027969        MOVE ZERO TO GM-SEM
027970        START GRADE-MASTER KEY NOT LESS THAN GM-CHAVE
027971            INVALID KEY
027972                MOVE "Y" TO WS-FIM-MESTRE-SW
027973        END-START
027974        PERFORM 3340-LER-MESTRE THRU 3340-LER-MESTRE-EXIT
027975            UNTIL FIM-MESTRE OR REQ-CUMPRIDO.
027976    3330-PROCURAR-MESTRE-EXIT.
027977        EXIT.
027978
027979    3340-LER-MESTRE.
027980        READ GRADE-MASTER NEXT RECORD
027981            AT END
027982                MOVE "Y" TO WS-FIM-MESTRE-SW
027983            NOT AT END
027984                IF GM-MATRICULA = WS-AP-BUSCA-MATRIC
027985                    AND GM-CURSO = WS-AP-BUSCA-CURSO
027986                    IF GM-STATUS = "APROVADO "
027987                        OR GM-STATUS = "APROV-REC"
027988                        MOVE "Y" TO WS-REQ-CUMPRIDO-SW
027989                    END-IF
027990                ELSE
027991                    MOVE "Y" TO WS-FIM-MESTRE-SW
027992                END-IF
027993        END-READ.
027994    3340-LER-MESTRE-EXIT.
027995        EXIT.
028000
028100******************************************************************
028200* 4000-RELATAR-AUSENTES - AFTER THE ROSTER IS EXHAUSTED, REPORTS
028300*     EVERY ENROLLED STUDENT THE ROSTER NEVER MENTIONED. A
028310*     TRANCADO STUDENT IS NOT EXPECTED ON THE ROSTER AT ALL.
028400******************************************************************
028500    4000-RELATAR-AUSENTES.
028600        MOVE 1 TO WS-EN-IDX
029200
029300    4100-CONFERIR-AUSENTE.
029400        IF WS-EN-VISTO-SW (WS-EN-IDX) NOT = "Y"
029410            AND WS-EN-SITUACAO (WS-EN-IDX) NOT = "T"
029500            ADD 1 TO WS-QTD-AUSENTES
029600            MOVE SPACES TO DISCREP-LINHA
029700            STRING WS-EN-MATRICULA (WS-EN-IDX)
035200            WS-QTD-ED DELIMITED BY SIZE
035300            INTO DISCREP-LINHA
035400        WRITE DISCREP-LINHA
035410        MOVE WS-QTD-TRANCADOS TO WS-QTD-ED
035420        MOVE SPACES TO DISCREP-LINHA
035430        STRING "TRANCADOS NO ROSTER (SEM RESULTADO): "
035440            DELIMITED BY SIZE
035450            WS-QTD-ED DELIMITED BY SIZE
035460            INTO DISCREP-LINHA
035470        WRITE DISCREP-LINHA
035473        MOVE WS-QTD-SEM-PREREQ TO WS-QTD-ED
035476        MOVE SPACES TO DISCREP-LINHA
035479        STRING "SEM PRE-REQUISITO CUMPRIDO - REJEITADOS: "
035482            DELIMITED BY SIZE
035485            WS-QTD-ED DELIMITED BY SIZE
035488            INTO DISCREP-LINHA
035491        WRITE DISCREP-LINHA
035500        DISPLAY "LIDOS " WS-QTD-LIDOS " LIMPOS " WS-QTD-LIMPOS
035600            " DUPLICADOS " WS-QTD-DUPLICADOS
035700            " NAO MATRICULADOS " WS-QTD-NAO-MATRIC
035800            " AUSENTES " WS-QTD-AUSENTES
035810            " TRANCADOS " WS-QTD-TRANCADOS
035855            " SEM PRE-REQUISITO " WS-QTD-SEM-PREREQ.
035900    5000-GRAVAR-RESUMO-EXIT.
036000        EXIT.
036100
