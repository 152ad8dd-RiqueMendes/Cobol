000100******************************************************************
000200* Author: Henrique S. Mendes
000300* Date:  15/10/2026
000400* Purpose: Mid-term "nota necessaria" projection per discipline
000500* Tectonics: cobc
000600******************************************************************
000700* MODIFICATION HISTORY
000800* DATE       INIT DESCRIPTION
000900* 2026-10-15  HSM  NEW PROGRAM. WORKS FROM WHATEVER AVALIACAO
001000*                  SUBMISSION FILES (SUBFILE1-4) OF A DISCIPLINE
001100*                  HAVE ARRIVED SO FAR, LONG BEFORE THE GRADING
001200*                  RUN. WITH THE DISCIPLINE'S CTL-PESO1-4 AND
001300*                  CTL-MEDIA IT COMPUTES EACH ENROLLED STUDENT'S
001400*                  PARTIAL WEIGHTED AVERAGE AND THE MINIMUM
001500*                  AVERAGE STILL NEEDED IN THE REMAINING
001600*                  AVALIACOES TO REACH THE MEDIA, FLAGS THOSE WHO
001700*                  CAN NO LONGER PASS WITHOUT RECUPERACAO, AND
001800*                  PRINTS THE CLASS SORTED BY RISK WITH THE
001900*                  DISCIPLINE TOTALS (PRJREPT), SO TUTORING CAN
002000*                  START MID-TERM. PRJPARM (CURSO, PREFIXO DOS
002100*                  ARQUIVOS) RUNS SEVERAL DISCIPLINES UNATTENDED
002200*                  WITH AN OUTCOME LINE EACH IN PRJOUTC; THE
002300*                  CONSOLE PROMPTS REMAIN THE FALLBACK.
002310* 2026-10-15  HSM  ENROLL-MASTER NOW COMES FROM THE ENRREC
002320*                  COPYBOOK AND TRANCADO STUDENTS ARE LEFT OUT OF
002330*                  THE PROJECTION; A NOTA SUBMITTED FOR ONE IS
002340*                  COUNTED AS IGNORED.
002345* 2026-10-15  HSM  SUBMISSIONS ARE NOW READ TURMA BY TURMA FROM
002350*                  ATRFILE, AS THE COLLECTION RUN DOES (PREFIXO +
002355*                  AVALIACAO + "T" + TURMA; PREFIXO + AVALIACAO
002360*                  FOR A SINGLE UNNAMED TURMA). THE "PROF" HEADER
002365*                  IS NO LONGER COUNTED AS AN IGNORED LINE: A FILE
002370*                  SIGNED BY ANYONE BUT THE TURMA'S PROFESSOR, OR
002375*                  WITHOUT THE HEADER, IS LEFT OUT OF THE
002380*                  PROJECTION. A NOTA FOR A STUDENT OF ANOTHER
002385*                  TURMA IS IGNORED. WITHOUT ATRFILE THE OLD
002390*                  SINGLE FILE PER AVALIACAO IS READ UNCHECKED.
002400******************************************************************
002500    IDENTIFICATION DIVISION.
002600    PROGRAM-ID. ProjecaoNotas.
002700    AUTHOR. HENRIQUE S. MENDES.
002800    INSTALLATION. DEPARTAMENTO ACADEMICO.
002900    DATE-WRITTEN. 15/10/2026.
003000    DATE-COMPILED.
003100
003200    ENVIRONMENT DIVISION.
003300    INPUT-OUTPUT SECTION.
003400    FILE-CONTROL.
003500        SELECT ENROLL-MASTER ASSIGN TO "ENRFILE"
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS IS WS-FS-ENROLL.
003800        SELECT SUBMISSAO-FILE ASSIGN TO DYNAMIC WS-ARQ-SUB
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS IS WS-FS-SUB.
004100        SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS IS WS-FS-CONTROL.
004400        SELECT PROJECAO-REPORT ASSIGN TO "PRJREPT"
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS IS WS-FS-REPORT.
004700        SELECT PARAM-FILE ASSIGN TO "PRJPARM"
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS IS WS-FS-PARAM.
005000        SELECT OUTCOME-FILE ASSIGN TO "PRJOUTC"
005100            ORGANIZATION IS LINE SEQUENTIAL
005200            FILE STATUS IS WS-FS-OUTCOME.
005225        SELECT ASSIGNMENT-FILE ASSIGN TO "ATRFILE"
005250            ORGANIZATION IS LINE SEQUENTIAL
005275            FILE STATUS IS WS-FS-ATRIBUICAO.
005300
005400    DATA DIVISION.
005500    FILE SECTION.
005600    FD  ENROLL-MASTER
005700        RECORDING MODE IS F.
005800    COPY ENRREC.
006200
006300    FD  SUBMISSAO-FILE
006400        RECORDING MODE IS F.
006500    01  SUBMISSAO-RECORD.
006600        05  SB-MATRICULA        PIC X(10).
006700        05  SB-NOTA-X           PIC X(04).
006800        05  SB-NOTA REDEFINES SB-NOTA-X
006900                                PIC 9(02)V99.
006912*   THE FIRST RECORD OF EVERY SUBMISSION FILE IDENTIFIES THE
006924*   PROFESSOR WHO HANDS IT IN.
006936    01  SUBMISSAO-CABECALHO.
006948        05  SH-MARCA            PIC X(04).
006960            88  SH-CABECALHO               VALUE "PROF".
006972        05  SH-PROFESSOR        PIC X(08).
006984        05  FILLER              PIC X(02).
007000
007100    FD  CONTROL-FILE
007200        RECORDING MODE IS F.
007300    COPY CTLREC.
007400
007500    FD  PROJECAO-REPORT
007600        RECORDING MODE IS F.
007700    01  REPORT-LINHA            PIC X(90).
007800
007900    FD  PARAM-FILE
008000        RECORDING MODE IS F.
008100    01  PARAM-RECORD.
008200        05  PRM-CURSO           PIC X(06).
008300        05  FILLER              PIC X(01).
008400        05  PRM-PREFIXO         PIC X(40).
008500
008600    FD  OUTCOME-FILE
008700        RECORDING MODE IS F.
008800    01  OUTCOME-LINHA           PIC X(100).
008820
008840    FD  ASSIGNMENT-FILE
008860        RECORDING MODE IS F.
008880    COPY ATRREC.
008900
009000    WORKING-STORAGE SECTION.
009100    01  WS-FS-ENROLL            PIC X(02).
009200    01  WS-FS-SUB               PIC X(02).
009300    01  WS-FS-CONTROL           PIC X(02).
009400    01  WS-FS-REPORT            PIC X(02).
009500    01  WS-FS-PARAM             PIC X(02).
009600    01  WS-FS-OUTCOME           PIC X(02).
009650    01  WS-FS-ATRIBUICAO        PIC X(02).
009700
009800    01  WS-CODIGO-CURSO         PIC X(06).
009900    01  WS-PREFIXO              PIC X(40).
010000    01  WS-ARQ-SUB              PIC X(44).
010100    01  WS-AVAL-IDX             PIC 9(01) VALUE ZERO.
010133    01  WS-TURMA-ATUAL          PIC X(02).
010166    01  WS-PROFESSOR-ATUAL      PIC X(08).
010200
010300*   PARAMETERS OF THE DISCIPLINE, LOOKED UP THE SAME WAY THE
010400*   GRADING RUN DOES: MEDIA 7 AND EQUAL WEIGHTS WHEN THE
010500*   DISCIPLINE IS NOT ON CONTROL-FILE OR ITS WEIGHTS DO NOT ADD
010600*   UP TO 100.
010700    01  WS-MEDIA                PIC 9(02)V99 VALUE 7.
010800    01  WS-PESOS.
010900        05  WS-PESO             PIC 9(03) OCCURS 4 TIMES.
011000    01  WS-SOMA-PESOS           PIC 9(03) VALUE ZERO.
011100*   AN AVALIACAO WHOSE SUBMISSION FILE HAS ARRIVED.
011200    01  WS-AVALIACOES.
011300        05  WS-AVAL-RECEBIDA    PIC X(01) OCCURS 4 TIMES.
011400    01  WS-QTD-AVAL-RECEBIDAS   PIC 9(01) VALUE ZERO.
011500
011600    01  WS-SOMA-PONDERADA       PIC 9(05)V99 VALUE ZERO.
011700    01  WS-PESO-FEITO           PIC 9(03) VALUE ZERO.
011800    01  WS-PESO-RESTANTE        PIC 9(03) VALUE ZERO.
011900
012000    01  WS-QTD-SO-REC           PIC 9(05) VALUE ZERO.
012100    01  WS-QTD-RISCO            PIC 9(05) VALUE ZERO.
012200    01  WS-QTD-REGULAR          PIC 9(05) VALUE ZERO.
012300    01  WS-QTD-ATINGIDA         PIC 9(05) VALUE ZERO.
012400    01  WS-QTD-SEM-NOTAS        PIC 9(05) VALUE ZERO.
012500    01  WS-QTD-IGNORADAS        PIC 9(05) VALUE ZERO.
012550    01  WS-QTD-ARQ-REJEITADOS   PIC 9(05) VALUE ZERO.
012600    01  WS-SOMA-PARCIAL         PIC 9(07)V99 VALUE ZERO.
012700    01  WS-QTD-COM-PARCIAL      PIC 9(05) VALUE ZERO.
012800    01  WS-MEDIA-TURMA          PIC 9(02)V99 VALUE ZERO.
012900    01  WS-QTD-ED               PIC ZZZZ9.
013000    01  WS-QTD-REC-ED           PIC ZZZZ9.
013100    01  WS-MEDIA-ED             PIC Z9.99.
013200    01  WS-PESO-ED              PIC ZZ9.
013300*   HEADER DESCRIPTION OF EACH AVALIACAO: " Pn=ppp" WITH A "*"
013400*   WHEN ITS SUBMISSION FILE HAS ARRIVED.
013500    01  WS-DESCRICOES.
013600        05  WS-DESC-AVAL        PIC X(09) OCCURS 4 TIMES.
013607
013614*   TURMAS OF THE DISCIPLINE ON THE ASSIGNMENT FILE WITH THE
013621*   PROFESSOR WHO SIGNS THEIR SUBMISSIONS. WITHOUT THE FILE, OR
013628*   WITH NO TURMA FOR THE DISCIPLINE, ONE UNNAMED TURMA STANDS IN
013635*   AND ITS FILES ARE READ WITHOUT CHECKING THE PROFESSOR.
013642    01  WS-AT-QTD               PIC 9(03) VALUE ZERO.
013649    01  WS-AT-IDX               PIC 9(03) VALUE ZERO.
013656    01  WS-AT-MAX               PIC 9(03) VALUE 100.
013663    01  WS-AT-TABELA.
013670        05  WS-AT-ENTRADA OCCURS 100 TIMES.
013677            10  WS-AT-TURMA     PIC X(02).
013684            10  WS-AT-PROFESSOR PIC X(08).
013700
013800*   ENROLLED STUDENTS OF THE DISCIPLINE WITH THE NOTAS RECEIVED
013900*   SO FAR AND THEIR PROJECTION, SORTED IN PLACE BY THE AVERAGE
014000*   STILL NEEDED (HIGHEST FIRST) BEFORE THE REPORT IS PRINTED. THE
014100*   NEEDED AVERAGE CAN EXCEED 10 WHEN THE MEDIA IS OUT OF REACH.
014200    01  WS-PJ-QTD               PIC 9(05) VALUE ZERO.
014300    01  WS-PJ-IDX               PIC 9(05) VALUE ZERO.
014400    01  WS-PJ-COMP              PIC 9(05) VALUE ZERO.
014500    01  WS-PJ-MAIOR             PIC 9(05) VALUE ZERO.
014600    01  WS-PJ-MAX               PIC 9(05) VALUE 20000.
014700    01  WS-PJ-TABELA.
014800        05  WS-PJ-ENTRADA OCCURS 20000 TIMES.
014900            10  WS-PJ-MATRICULA PIC X(10).
015000            10  WS-PJ-NOME      PIC A(15).
015050            10  WS-PJ-TURMA     PIC X(02).
015100            10  WS-PJ-NOTA-X    PIC X(04) OCCURS 4 TIMES.
015200            10  WS-PJ-PARCIAL   PIC 9(02)V99.
015300            10  WS-PJ-NECESSARIA
015400                                PIC 9(04)V99.
015500            10  WS-PJ-SITUACAO  PIC X(15).
015600    01  WS-PJ-TROCA.
015700        05  FILLER              PIC X(68).
015800    01  WS-NOTA-TRAB-X          PIC X(04).
015900    01  WS-NOTA-TRAB REDEFINES WS-NOTA-TRAB-X
016000                                PIC 9(02)V99.
016100
016200    01  WS-LINHA-PROJECAO.
016300        05  PRJ-MATRICULA       PIC X(10).
016400        05  FILLER              PIC X(01) VALUE SPACE.
016500        05  PRJ-NOME            PIC A(15).
016600        05  PRJ-NOTA-X          PIC X(06) OCCURS 4 TIMES.
016700        05  PRJ-PARCIAL         PIC Z9.99.
016800        05  FILLER              PIC X(03) VALUE SPACES.
016900        05  PRJ-NECESSARIA      PIC X(06).
017000        05  FILLER              PIC X(02) VALUE SPACES.
017100        05  PRJ-SITUACAO        PIC X(15).
017200        05  FILLER              PIC X(09) VALUE SPACES.
017300    01  WS-NECESSARIA-ED        PIC Z9.99.
017400
017500    01  WS-INDICADORES.
017600        05  WS-EOF-ENROLL-SW    PIC X(01) VALUE "N".
017700            88  EOF-ENROLL                 VALUE "Y".
017800        05  WS-EOF-SUB-SW       PIC X(01) VALUE "N".
017900            88  EOF-SUBMISSAO              VALUE "Y".
018000        05  WS-EOF-CONTROL-SW   PIC X(01) VALUE "N".
018100            88  EOF-CONTROL                VALUE "Y".
018200        05  WS-CURSO-ACHADO-SW  PIC X(01) VALUE "N".
018300            88  CURSO-ACHADO               VALUE "Y".
018400        05  WS-PJ-ACHADO-SW     PIC X(01) VALUE "N".
018500            88  PJ-ACHADO                  VALUE "Y".
018600        05  WS-PJ-ESTOURO-SW    PIC X(01) VALUE "N".
018700            88  PJ-ESTOURO                 VALUE "Y".
018800        05  WS-DIRIGIDO-SW      PIC X(01) VALUE "N".
018900            88  MODO-DIRIGIDO              VALUE "Y".
019000        05  WS-EOF-PARAM-SW     PIC X(01) VALUE "N".
019100            88  EOF-PARAM                  VALUE "Y".
019114        05  WS-EOF-ATRIB-SW     PIC X(01) VALUE "N".
019128            88  EOF-ATRIBUICAO             VALUE "Y".
019142        05  WS-CONFERE-PROF-SW  PIC X(01) VALUE "N".
019156            88  CONFERE-PROFESSOR          VALUE "Y".
019170        05  WS-ARQ-ACEITO-SW    PIC X(01) VALUE "N".
019184            88  ARQUIVO-ACEITO             VALUE "Y".
019200
019300    PROCEDURE DIVISION.
019400    0000-MAINLINE.
019500        OPEN INPUT PARAM-FILE
019600        IF WS-FS-PARAM = "00"
019700            MOVE "Y" TO WS-DIRIGIDO-SW
019800            DISPLAY "PRJPARM ENCONTRADO - EXECUCAO DIRIGIDA "
019900                "SEM PARADAS"
020000        END-IF
020100        OPEN OUTPUT PROJECAO-REPORT
020200        IF WS-FS-REPORT NOT = "00"
020300            DISPLAY "PROJECAO-REPORT NAO PODE SER ABERTO - "
020400                "STATUS " WS-FS-REPORT
020500            STOP RUN
020600        END-IF
020700        IF MODO-DIRIGIDO
020800            OPEN OUTPUT OUTCOME-FILE
020900            IF WS-FS-OUTCOME NOT = "00"
021000                DISPLAY "PRJOUTC NAO PODE SER ABERTO - STATUS "
021100                    WS-FS-OUTCOME
021200                STOP RUN
021300            END-IF
021400            PERFORM 0200-LER-PARAM THRU 0200-LER-PARAM-EXIT
021500                UNTIL EOF-PARAM
021600            CLOSE PARAM-FILE
021700            CLOSE OUTCOME-FILE
021800            DISPLAY "EXECUCAO DIRIGIDA CONCLUIDA - VEJA PRJOUTC"
021900        ELSE
022000            DISPLAY "INFORME O CODIGO DA DISCIPLINA:"
022100            ACCEPT WS-CODIGO-CURSO
022200            DISPLAY "INFORME O PREFIXO DOS ARQUIVOS DE SUBMISSAO "
022300                "(BRANCO P/ SUBFILE):"
022400            MOVE SPACES TO WS-PREFIXO
022500            ACCEPT WS-PREFIXO
022600            PERFORM 0500-PROCESSAR-PEDIDO
022700                THRU 0500-PROCESSAR-PEDIDO-EXIT
022800            DISPLAY "PROJECAO GRAVADA EM PRJREPT - ALUNOS "
022900                WS-PJ-QTD " SO COM RECUPERACAO " WS-QTD-SO-REC
023000        END-IF
023100        CLOSE PROJECAO-REPORT
023200        STOP RUN.
023300
023400******************************************************************
023500* 0200-LER-PARAM - READS ONE PRJPARM REQUEST (CURSO, PREFIXO OF
023600*     ITS SUBMISSION FILES OR BLANK FOR SUBFILE) AND PROJECTS ITS
023700*     CLASS. BLANK LINES ARE SKIPPED.
023800******************************************************************
023900    0200-LER-PARAM.
024000        READ PARAM-FILE
024100            AT END
024200                MOVE "Y" TO WS-EOF-PARAM-SW
024300            NOT AT END
024400                IF PRM-CURSO NOT = SPACES
024500                    MOVE PRM-CURSO TO WS-CODIGO-CURSO
024600                    MOVE PRM-PREFIXO TO WS-PREFIXO
024700                    DISPLAY "PROJETANDO DISCIPLINA "
024800                        WS-CODIGO-CURSO
024900                    PERFORM 0500-PROCESSAR-PEDIDO
025000                        THRU 0500-PROCESSAR-PEDIDO-EXIT
025100                    PERFORM 0600-GRAVAR-OUTCOME
025200                        THRU 0600-GRAVAR-OUTCOME-EXIT
025300                END-IF
025400        END-READ.
025500    0200-LER-PARAM-EXIT.
025600        EXIT.
025700
025800******************************************************************
025900* 0500-PROCESSAR-PEDIDO - PROJECTS ONE DISCIPLINE: RESETS THE
026000*     PER-REQUEST STATE, LOOKS UP ITS PARAMETERS, LOADS THE
026100*     ENROLLED CLASS, ITS TURMAS AND THE SUBMISSIONS RECEIVED SO
026200*     FAR, THEN PROJECTS, SORTS AND PRINTS IT WITH ITS TOTALS.
026300******************************************************************
026400    0500-PROCESSAR-PEDIDO.
026500        IF WS-PREFIXO = SPACES
026600            MOVE "SUBFILE" TO WS-PREFIXO
026700        END-IF
026800        MOVE ZERO TO WS-QTD-SO-REC WS-QTD-RISCO WS-QTD-REGULAR
026900            WS-QTD-ATINGIDA WS-QTD-SEM-NOTAS WS-QTD-IGNORADAS
027000            WS-QTD-AVAL-RECEBIDAS WS-QTD-COM-PARCIAL
027100            WS-SOMA-PARCIAL WS-QTD-ARQ-REJEITADOS
027150        MOVE ALL "N" TO WS-AVALIACOES
027200        PERFORM 1000-BUSCAR-PARAMETROS
027300            THRU 1000-BUSCAR-PARAMETROS-EXIT
027400        PERFORM 1100-CARREGAR-MATRICULADOS
027500            THRU 1100-CARREGAR-MATRICULADOS-EXIT
027600        IF WS-PJ-QTD = ZERO
027700            DISPLAY "NENHUM ALUNO MATRICULADO NA DISCIPLINA "
027800                WS-CODIGO-CURSO
027900            GO TO 0500-PROCESSAR-PEDIDO-EXIT
028000        END-IF
028100        PERFORM 1200-CARREGAR-ATRIBUICOES
028200            THRU 1200-CARREGAR-ATRIBUICOES-EXIT
028300        MOVE 1 TO WS-AT-IDX
028400        PERFORM 1900-PROCESSAR-TURMA
028425            THRU 1900-PROCESSAR-TURMA-EXIT
028450            UNTIL WS-AT-IDX > WS-AT-QTD
028500        MOVE 1 TO WS-PJ-IDX
028600        PERFORM 3000-PROJETAR-ALUNO THRU 3000-PROJETAR-ALUNO-EXIT
028700            UNTIL WS-PJ-IDX > WS-PJ-QTD
028800        PERFORM 4000-ORDENAR THRU 4000-ORDENAR-EXIT
028900        PERFORM 5000-GRAVAR-PROJECAO
029000            THRU 5000-GRAVAR-PROJECAO-EXIT
029100        PERFORM 6000-GRAVAR-TOTAIS THRU 6000-GRAVAR-TOTAIS-EXIT.
029200    0500-PROCESSAR-PEDIDO-EXIT.
029300        EXIT.
029400
029500******************************************************************
029600* 0600-GRAVAR-OUTCOME - WRITES THE PER-REQUEST OUTCOME LINE OF
029700*     A DIRIGIDA RUN.
029800******************************************************************
029900    0600-GRAVAR-OUTCOME.
030000        MOVE SPACES TO OUTCOME-LINHA
030100        IF WS-PJ-QTD = ZERO
030200            STRING "DISCIPLINA " DELIMITED BY SIZE
030300                WS-CODIGO-CURSO DELIMITED BY SIZE
030400                " SEM ALUNOS MATRICULADOS - NADA PROJETADO"
030500                DELIMITED BY SIZE
030600                INTO OUTCOME-LINHA
030700        ELSE
030800            MOVE WS-PJ-QTD TO WS-QTD-ED
030900            MOVE WS-QTD-SO-REC TO WS-QTD-REC-ED
031000            STRING "DISCIPLINA " DELIMITED BY SIZE
031100                WS-CODIGO-CURSO DELIMITED BY SIZE
031200                " ALUNOS PROJETADOS:" DELIMITED BY SIZE
031300                WS-QTD-ED DELIMITED BY SIZE
031400                " SO COM RECUPERACAO:" DELIMITED BY SIZE
031500                WS-QTD-REC-ED DELIMITED BY SIZE
031600                INTO OUTCOME-LINHA
031700        END-IF
031800        WRITE OUTCOME-LINHA.
031900    0600-GRAVAR-OUTCOME-EXIT.
032000        EXIT.
032100
032200******************************************************************
032300* 1000-BUSCAR-PARAMETROS - LOOKS THE DISCIPLINE UP ON CONTROL-FILE
032400*     FOR ITS MEDIA AND FOUR WEIGHTS, FALLING BACK TO MEDIA 7 AND
032500*     EQUAL WEIGHTS EXACTLY AS THE GRADING RUN DOES, SO THE
032600*     PROJECTION AGREES WITH THE RESULT THAT WILL BE POSTED.
032700******************************************************************
032800    1000-BUSCAR-PARAMETROS.
032900        MOVE "N" TO WS-EOF-CONTROL-SW
033000        MOVE "N" TO WS-CURSO-ACHADO-SW
033100        MOVE 7 TO WS-MEDIA
033200        OPEN INPUT CONTROL-FILE
033300        IF WS-FS-CONTROL NOT = "00"
033400            DISPLAY "CONTROL-FILE NAO ENCONTRADO - USANDO MEDIA "
033500                "PADRAO " WS-MEDIA " E PESOS IGUAIS"
033600            PERFORM 1050-PESOS-PADRAO THRU 1050-PESOS-PADRAO-EXIT
033700            GO TO 1000-BUSCAR-PARAMETROS-EXIT
033800        END-IF
033900        PERFORM 1010-LER-CONTROLE THRU 1010-LER-CONTROLE-EXIT
034000            UNTIL EOF-CONTROL OR CURSO-ACHADO
034100        IF CURSO-ACHADO
034200            IF CTL-MEDIA NUMERIC AND CTL-MEDIA > 0
034300                MOVE CTL-MEDIA TO WS-MEDIA
034400            END-IF
034500            MOVE CTL-PESO1 TO WS-PESO (1)
034600            MOVE CTL-PESO2 TO WS-PESO (2)
034700            MOVE CTL-PESO3 TO WS-PESO (3)
034800            MOVE CTL-PESO4 TO WS-PESO (4)
034900            IF CTL-PESO1 NOT NUMERIC OR CTL-PESO2 NOT NUMERIC
035000                OR CTL-PESO3 NOT NUMERIC OR CTL-PESO4 NOT NUMERIC
035100                MOVE ZERO TO WS-SOMA-PESOS
035200            ELSE
035300                COMPUTE WS-SOMA-PESOS = WS-PESO (1) + WS-PESO (2)
035400                    + WS-PESO (3) + WS-PESO (4)
035500            END-IF
035600            IF WS-SOMA-PESOS NOT = 100
035700                DISPLAY "PESOS DA DISCIPLINA " WS-CODIGO-CURSO
035800                    " NAO SOMAM 100 - USANDO PESOS IGUAIS"
035900                PERFORM 1050-PESOS-PADRAO
036000                    THRU 1050-PESOS-PADRAO-EXIT
036100            END-IF
036200        ELSE
036300            DISPLAY "DISCIPLINA " WS-CODIGO-CURSO
036400                " NAO CADASTRADA - USANDO MEDIA PADRAO " WS-MEDIA
036500            PERFORM 1050-PESOS-PADRAO THRU 1050-PESOS-PADRAO-EXIT
036600        END-IF
036700        CLOSE CONTROL-FILE.
036800    1000-BUSCAR-PARAMETROS-EXIT.
036900        EXIT.
037000
037100    1010-LER-CONTROLE.
037200        READ CONTROL-FILE
037300            AT END
037400                MOVE "Y" TO WS-EOF-CONTROL-SW
037500            NOT AT END
037600                IF CTL-CURSO = WS-CODIGO-CURSO
037700                    MOVE "Y" TO WS-CURSO-ACHADO-SW
037800                END-IF
037900        END-READ.
038000    1010-LER-CONTROLE-EXIT.
038100        EXIT.
038200
038300    1050-PESOS-PADRAO.
038400        MOVE 25 TO WS-PESO (1) WS-PESO (2)
038500            WS-PESO (3) WS-PESO (4).
038600    1050-PESOS-PADRAO-EXIT.
038700        EXIT.
038800
038900******************************************************************
039000* 1100-CARREGAR-MATRICULADOS - LOADS THE ENROLLED STUDENTS OF THE
039100*     DISCIPLINE, EVERY NOTA STARTING AS "AUS " (NOT RECEIVED).
039110*     A TRANCADO STUDENT HAS NOTHING LEFT TO PROJECT.
039200******************************************************************
039300    1100-CARREGAR-MATRICULADOS.
039400        MOVE ZERO TO WS-PJ-QTD
039500        MOVE "N" TO WS-EOF-ENROLL-SW
039600        OPEN INPUT ENROLL-MASTER
039700        IF WS-FS-ENROLL NOT = "00"
039800            DISPLAY "ENROLL-MASTER NAO PODE SER ABERTO - "
039900                "STATUS " WS-FS-ENROLL
040000            STOP RUN
040100        END-IF
040200        PERFORM 1110-LER-MATRICULADO
040300            THRU 1110-LER-MATRICULADO-EXIT
040400            UNTIL EOF-ENROLL
040500        CLOSE ENROLL-MASTER
040600        IF PJ-ESTOURO
040700            DISPLAY "DISCIPLINA COM MAIS MATRICULADOS QUE A "
040800                "TABELA EM MEMORIA - PROJECAO ENCERRADA"
040900            STOP RUN
041000        END-IF.
041100    1100-CARREGAR-MATRICULADOS-EXIT.
041200        EXIT.
041300
041400    1110-LER-MATRICULADO.
041500        READ ENROLL-MASTER
041600            AT END
041700                MOVE "Y" TO WS-EOF-ENROLL-SW
041800            NOT AT END
041900                IF EN-CURSO = WS-CODIGO-CURSO
041910                    AND NOT EN-TRANCADO
042000                    IF WS-PJ-QTD >= WS-PJ-MAX
042100                        MOVE "Y" TO WS-PJ-ESTOURO-SW
042200                    ELSE
042300                        ADD 1 TO WS-PJ-QTD
042400                        MOVE EN-MATRICULA
042500                            TO WS-PJ-MATRICULA (WS-PJ-QTD)
042600                        MOVE EN-NOME TO WS-PJ-NOME (WS-PJ-QTD)
042650                        MOVE EN-TURMA TO WS-PJ-TURMA (WS-PJ-QTD)
042700                        MOVE "AUS " TO WS-PJ-NOTA-X (WS-PJ-QTD 1)
042800                            WS-PJ-NOTA-X (WS-PJ-QTD 2)
042900                            WS-PJ-NOTA-X (WS-PJ-QTD 3)
043000                            WS-PJ-NOTA-X (WS-PJ-QTD 4)
043100                    END-IF
043200                END-IF
043300        END-READ.
043400    1110-LER-MATRICULADO-EXIT.
043500        EXIT.
043501
043502******************************************************************
043503* 1200-CARREGAR-ATRIBUICOES - LOADS FROM THE ASSIGNMENT FILE THE
043504*     TURMAS OF THE DISCIPLINE AND THE PROFESSOR ASSIGNED TO EACH.
043505*     WITHOUT THE FILE, OR WITH NO TURMA FOR THE DISCIPLINE, THE
043506*     PROJECTION STILL RUNS ON ONE UNNAMED TURMA WHOSE FILES ARE
043507*     NOT CHECKED AGAINST A PROFESSOR.
043508******************************************************************
043509    1200-CARREGAR-ATRIBUICOES.
043510        MOVE ZERO TO WS-AT-QTD
043511        MOVE "N" TO WS-EOF-ATRIB-SW
043512        MOVE "Y" TO WS-CONFERE-PROF-SW
043513        OPEN INPUT ASSIGNMENT-FILE
043514        IF WS-FS-ATRIBUICAO NOT = "00"
043515            DISPLAY "ATRFILE NAO PODE SER ABERTO - STATUS "
043516                WS-FS-ATRIBUICAO " - PROFESSOR NAO CONFERIDO"
043517            GO TO 1200-CARREGAR-ATRIBUICOES-CONT
043518        END-IF
043519        PERFORM 1210-LER-ATRIBUICAO
043520            THRU 1210-LER-ATRIBUICAO-EXIT
043521            UNTIL EOF-ATRIBUICAO
043522        CLOSE ASSIGNMENT-FILE
043523        IF WS-AT-QTD > ZERO
043524            GO TO 1200-CARREGAR-ATRIBUICOES-EXIT
043525        END-IF
043526        DISPLAY "DISCIPLINA " WS-CODIGO-CURSO
043527            " SEM TURMA ATRIBUIDA NO ATRFILE - PROFESSOR NAO "
043528            "CONFERIDO".
043529    1200-CARREGAR-ATRIBUICOES-CONT.
043530        MOVE "N" TO WS-CONFERE-PROF-SW
043531        MOVE 1 TO WS-AT-QTD
043532        MOVE SPACES TO WS-AT-TURMA (1) WS-AT-PROFESSOR (1).
043533    1200-CARREGAR-ATRIBUICOES-EXIT.
043534        EXIT.
043535
043536    1210-LER-ATRIBUICAO.
043537        READ ASSIGNMENT-FILE
043538            AT END
043539                MOVE "Y" TO WS-EOF-ATRIB-SW
043540            NOT AT END
043541                IF ATR-CURSO = WS-CODIGO-CURSO
043542                    IF WS-AT-QTD >= WS-AT-MAX
043543                        DISPLAY "TABELA DE TURMAS CHEIA - TURMA "
043544                            ATR-TURMA " NAO CARREGADA"
043545                    ELSE
043546                        ADD 1 TO WS-AT-QTD
043547                        MOVE ATR-TURMA TO WS-AT-TURMA (WS-AT-QTD)
043548                        MOVE ATR-PROFESSOR
043549                            TO WS-AT-PROFESSOR (WS-AT-QTD)
043550                    END-IF
043551                END-IF
043552        END-READ.
043553    1210-LER-ATRIBUICAO-EXIT.
043554        EXIT.
043555
043556******************************************************************
043557* 1900-PROCESSAR-TURMA - READS THE FOUR AVALIACOES OF ONE TURMA.
043558******************************************************************
043559    1900-PROCESSAR-TURMA.
043560        MOVE WS-AT-TURMA (WS-AT-IDX) TO WS-TURMA-ATUAL
043561        MOVE WS-AT-PROFESSOR (WS-AT-IDX) TO WS-PROFESSOR-ATUAL
043562        MOVE 1 TO WS-AVAL-IDX
043563        PERFORM 2000-PROCESSAR-SUBMISSAO
043564            THRU 2000-PROCESSAR-SUBMISSAO-EXIT
043565            UNTIL WS-AVAL-IDX > 4
043566        ADD 1 TO WS-AT-IDX.
043567    1900-PROCESSAR-TURMA-EXIT.
043568        EXIT.
043600
043700******************************************************************
043800* 2000-PROCESSAR-SUBMISSAO - READS ONE AVALIACAO'S SUBMISSION
043900*     FILE OF THE TURMA IF IT HAS ARRIVED (PREFIXO1T01 FOR
044000*     AVALIACAO 1 OF TURMA 01, PREFIXO1 FOR A SINGLE UNNAMED
044100*     TURMA). A MISSING FILE IS NOT AN ERROR HERE: IT IS AN
044200*     AVALIACAO STILL TO COME, AND ITS WEIGHT GOES INTO THE
044300*     REMAINING PART OF THE PROJECTION. AN AVALIACAO COUNTS AS
044316*     RECEIVED ONCE ANY TURMA'S FILE IS TAKEN. THE SAME CHECKS AS
044332*     THE COLLECTION PROGRAM APPLY (PROFESSOR HEADER, NOT
044348*     ENROLLED, ANOTHER TURMA, SUBMITTED TWICE, INVALID NOTA), BUT
044364*     HERE A REJECTED FILE IS ONLY COUNTED AND A BAD LINE IS ONLY
044380*     COUNTED AS IGNORED.
044400******************************************************************
044500    2000-PROCESSAR-SUBMISSAO.
044700        MOVE SPACES TO WS-ARQ-SUB
044733        IF WS-TURMA-ATUAL = SPACES
044766            STRING WS-PREFIXO DELIMITED BY SPACE
044799                WS-AVAL-IDX DELIMITED BY SIZE
044832                INTO WS-ARQ-SUB
044865        ELSE
044898            STRING WS-PREFIXO DELIMITED BY SPACE
044931                WS-AVAL-IDX DELIMITED BY SIZE
044964                "T" DELIMITED BY SIZE
044997                WS-TURMA-ATUAL DELIMITED BY SPACE
045030                INTO WS-ARQ-SUB
045063        END-IF
045100        MOVE "N" TO WS-EOF-SUB-SW
045200        OPEN INPUT SUBMISSAO-FILE
045300        IF WS-FS-SUB NOT = "00"
045400            GO TO 2000-PROCESSAR-SUBMISSAO-CONT
045500        END-IF
045525        PERFORM 2050-CONFERIR-CABECALHO
045550            THRU 2050-CONFERIR-CABECALHO-EXIT
045575        IF NOT ARQUIVO-ACEITO
045600            ADD 1 TO WS-QTD-ARQ-REJEITADOS
045625            CLOSE SUBMISSAO-FILE
045650            GO TO 2000-PROCESSAR-SUBMISSAO-CONT
045675        END-IF
045700        IF WS-AVAL-RECEBIDA (WS-AVAL-IDX) NOT = "Y"
045725            MOVE "Y" TO WS-AVAL-RECEBIDA (WS-AVAL-IDX)
045750            ADD 1 TO WS-QTD-AVAL-RECEBIDAS
045775        END-IF
045800        PERFORM 2100-LER-SUBMISSAO THRU 2100-LER-SUBMISSAO-EXIT
045900            UNTIL EOF-SUBMISSAO
046000        CLOSE SUBMISSAO-FILE.
046100    2000-PROCESSAR-SUBMISSAO-CONT.
046200        ADD 1 TO WS-AVAL-IDX.
046300    2000-PROCESSAR-SUBMISSAO-EXIT.
046400        EXIT.
046402
046404******************************************************************
046406* 2050-CONFERIR-CABECALHO - READS THE FIRST RECORD OF THE FILE,
046408*     WHICH MUST BE THE "PROF" HEADER WITH THE ID OF THE PROFESSOR
046410*     ASSIGNED TO THE TURMA. AN EMPTY FILE, ONE WITHOUT THE HEADER
046412*     OR ONE SIGNED BY ANYONE ELSE IS LEFT OUT. WHEN THE
046414*     PROFESSOR IS NOT CHECKED A HEADER IS SKIPPED AND A FIRST
046416*     RECORD THAT IS NOT ONE IS TAKEN AS A NOTA.
046418******************************************************************
046420    2050-CONFERIR-CABECALHO.
046422        MOVE "N" TO WS-ARQ-ACEITO-SW
046424        READ SUBMISSAO-FILE
046426            AT END
046428                MOVE "Y" TO WS-EOF-SUB-SW
046430        END-READ
046432        IF EOF-SUBMISSAO
046434            DISPLAY "ARQUIVO " WS-ARQ-SUB
046435                " VAZIO - DESCONSIDERADO"
046436            GO TO 2050-CONFERIR-CABECALHO-EXIT
046438        END-IF
046440        IF NOT CONFERE-PROFESSOR
046442            MOVE "Y" TO WS-ARQ-ACEITO-SW
046444            IF NOT SH-CABECALHO AND SB-MATRICULA NOT = SPACES
046446                PERFORM 2200-CONFERIR-SUBMISSAO
046448                    THRU 2200-CONFERIR-SUBMISSAO-EXIT
046450            END-IF
046452            GO TO 2050-CONFERIR-CABECALHO-EXIT
046454        END-IF
046456        IF NOT SH-CABECALHO
046458            DISPLAY "ARQUIVO " WS-ARQ-SUB
046460                " SEM CABECALHO DO PROFESSOR - DESCONSIDERADO"
046462            GO TO 2050-CONFERIR-CABECALHO-EXIT
046464        END-IF
046466        IF SH-PROFESSOR NOT = WS-PROFESSOR-ATUAL
046468            DISPLAY "ARQUIVO " WS-ARQ-SUB
046470                " ENVIADO POR " SH-PROFESSOR
046472                " - PROFESSOR DA TURMA " WS-PROFESSOR-ATUAL
046474                " - DESCONSIDERADO"
046476            GO TO 2050-CONFERIR-CABECALHO-EXIT
046478        END-IF
046480        MOVE "Y" TO WS-ARQ-ACEITO-SW.
046482    2050-CONFERIR-CABECALHO-EXIT.
046484        EXIT.
046500
046600    2100-LER-SUBMISSAO.
046700        READ SUBMISSAO-FILE
046800            AT END
046900                MOVE "Y" TO WS-EOF-SUB-SW
047000            NOT AT END
047100                IF SB-MATRICULA NOT = SPACES
047200                    PERFORM 2200-CONFERIR-SUBMISSAO
047300                        THRU 2200-CONFERIR-SUBMISSAO-EXIT
047400                END-IF
047500        END-READ.
047600    2100-LER-SUBMISSAO-EXIT.
047700        EXIT.
047800
047900    2200-CONFERIR-SUBMISSAO.
048000        MOVE "N" TO WS-PJ-ACHADO-SW
048100        MOVE 1 TO WS-PJ-IDX
048200        PERFORM 2300-PROCURAR-MATRICULADO
048300            THRU 2300-PROCURAR-MATRICULADO-EXIT
048400            UNTIL PJ-ACHADO OR WS-PJ-IDX > WS-PJ-QTD
048500        IF PJ-ACHADO AND SB-NOTA-X = "AUS "
048600            GO TO 2200-CONFERIR-SUBMISSAO-EXIT
048700        END-IF
048712        IF PJ-ACHADO AND CONFERE-PROFESSOR
048724            AND WS-PJ-TURMA (WS-PJ-IDX) NOT = WS-TURMA-ATUAL
048736            AND (WS-PJ-TURMA (WS-PJ-IDX) NOT = SPACES
048748                 OR WS-AT-QTD > 1)
048760            ADD 1 TO WS-QTD-IGNORADAS
048772            GO TO 2200-CONFERIR-SUBMISSAO-EXIT
048784        END-IF
048800        IF NOT PJ-ACHADO
048900            OR WS-PJ-NOTA-X (WS-PJ-IDX WS-AVAL-IDX) NOT = "AUS "
049000            OR SB-NOTA-X NOT NUMERIC OR SB-NOTA > 10
049100            ADD 1 TO WS-QTD-IGNORADAS
049200            GO TO 2200-CONFERIR-SUBMISSAO-EXIT
049300        END-IF
049400        MOVE SB-NOTA-X TO WS-PJ-NOTA-X (WS-PJ-IDX WS-AVAL-IDX).
049500    2200-CONFERIR-SUBMISSAO-EXIT.
049600        EXIT.
049700
049800    2300-PROCURAR-MATRICULADO.
049900        IF WS-PJ-MATRICULA (WS-PJ-IDX) = SB-MATRICULA
050000            MOVE "Y" TO WS-PJ-ACHADO-SW
050100        ELSE
050200            ADD 1 TO WS-PJ-IDX
050300        END-IF.
050400    2300-PROCURAR-MATRICULADO-EXIT.
050500        EXIT.
050600
050700******************************************************************
050800* 3000-PROJETAR-ALUNO - PROJECTS ONE STUDENT. THE PARTIAL AVERAGE
050900*     IS THE WEIGHTED AVERAGE OF THE NOTAS IN HAND; THE NEEDED
051000*     AVERAGE IS WHAT THE REMAINING WEIGHT MUST AVERAGE FOR THE
051100*     FINAL WEIGHTED RESULT TO REACH THE MEDIA:
051200*         (MEDIA * 100 - SUM(NOTA * PESO)) / REMAINING WEIGHT
051300*     A NOTA NOT IN HAND (AVALIACAO NOT YET HELD, OR MISSED AND
051400*     STILL RECOVERABLE BY A LATE NOTA) COUNTS AS REMAINING.
051500*     SITUACAO, FROM WORST TO BEST:
051600*       SO RECUPERACAO - THE MEDIA IS OUT OF REACH (NEEDED ABOVE
051700*                        10, OR EVERY NOTA IN AND BELOW THE MEDIA)
051800*       EM RISCO       - MUST DO BETTER THAN SO FAR TO PASS
051900*       REGULAR        - PASSES BY KEEPING THE CURRENT AVERAGE
052000*       MEDIA ATINGIDA - PASSES EVEN WITH ZERO IN WHAT REMAINS
052100*       SEM NOTAS      - NOTHING IN HAND YET
052200******************************************************************
052300    3000-PROJETAR-ALUNO.
052400        MOVE ZERO TO WS-SOMA-PONDERADA WS-PESO-FEITO
052500        MOVE 1 TO WS-AVAL-IDX
052600        PERFORM 3100-SOMAR-NOTA THRU 3100-SOMAR-NOTA-EXIT
052700            UNTIL WS-AVAL-IDX > 4
052800        COMPUTE WS-PESO-RESTANTE = 100 - WS-PESO-FEITO
052900        IF WS-PESO-FEITO = ZERO
053000            MOVE ZERO TO WS-PJ-PARCIAL (WS-PJ-IDX)
053100            MOVE WS-MEDIA TO WS-PJ-NECESSARIA (WS-PJ-IDX)
053200            MOVE "SEM NOTAS" TO WS-PJ-SITUACAO (WS-PJ-IDX)
053300            ADD 1 TO WS-QTD-SEM-NOTAS
053400            GO TO 3000-PROJETAR-ALUNO-CONT
053500        END-IF
053600        COMPUTE WS-PJ-PARCIAL (WS-PJ-IDX) ROUNDED =
053700            WS-SOMA-PONDERADA / WS-PESO-FEITO
053800        ADD WS-PJ-PARCIAL (WS-PJ-IDX) TO WS-SOMA-PARCIAL
053900        ADD 1 TO WS-QTD-COM-PARCIAL
054000        IF WS-SOMA-PONDERADA >= WS-MEDIA * 100
054100            MOVE ZERO TO WS-PJ-NECESSARIA (WS-PJ-IDX)
054200            MOVE "MEDIA ATINGIDA" TO WS-PJ-SITUACAO (WS-PJ-IDX)
054300            ADD 1 TO WS-QTD-ATINGIDA
054400            GO TO 3000-PROJETAR-ALUNO-CONT
054500        END-IF
054600        IF WS-PESO-RESTANTE = ZERO
054700            MOVE 9999.99 TO WS-PJ-NECESSARIA (WS-PJ-IDX)
054800        ELSE
054900            COMPUTE WS-PJ-NECESSARIA (WS-PJ-IDX) ROUNDED =
055000                (WS-MEDIA * 100 - WS-SOMA-PONDERADA)
055100                / WS-PESO-RESTANTE
055200        END-IF
055300        IF WS-PJ-NECESSARIA (WS-PJ-IDX) > 10
055400            MOVE "SO RECUPERACAO" TO WS-PJ-SITUACAO (WS-PJ-IDX)
055500            ADD 1 TO WS-QTD-SO-REC
055600        ELSE
055700            IF WS-PJ-NECESSARIA (WS-PJ-IDX) >
055800                WS-PJ-PARCIAL (WS-PJ-IDX)
055900                MOVE "EM RISCO" TO WS-PJ-SITUACAO (WS-PJ-IDX)
056000                ADD 1 TO WS-QTD-RISCO
056100            ELSE
056200                MOVE "REGULAR" TO WS-PJ-SITUACAO (WS-PJ-IDX)
056300                ADD 1 TO WS-QTD-REGULAR
056400            END-IF
056500        END-IF.
056600    3000-PROJETAR-ALUNO-CONT.
056700        ADD 1 TO WS-PJ-IDX.
056800    3000-PROJETAR-ALUNO-EXIT.
056900        EXIT.
057000
057100    3100-SOMAR-NOTA.
057200        MOVE WS-PJ-NOTA-X (WS-PJ-IDX WS-AVAL-IDX)
057300            TO WS-NOTA-TRAB-X
057400        IF WS-NOTA-TRAB-X NOT = "AUS "
057500            COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
057600                + WS-NOTA-TRAB * WS-PESO (WS-AVAL-IDX)
057700            ADD WS-PESO (WS-AVAL-IDX) TO WS-PESO-FEITO
057800        END-IF
057900        ADD 1 TO WS-AVAL-IDX.
058000    3100-SOMAR-NOTA-EXIT.
058100        EXIT.
058200
058300******************************************************************
058400* 4000-ORDENAR - SORTS WS-PJ-TABELA IN PLACE BY THE NEEDED
058500*     AVERAGE DESCENDING, SO THE STUDENTS FURTHEST FROM THE MEDIA
058600*     COME FIRST (SELECTION SORT: ONE PASS PER POSITION).
058700******************************************************************
058800    4000-ORDENAR.
058900        MOVE 1 TO WS-PJ-IDX
059000        PERFORM 4100-PASSADA THRU 4100-PASSADA-EXIT
059100            UNTIL WS-PJ-IDX >= WS-PJ-QTD.
059200    4000-ORDENAR-EXIT.
059300        EXIT.
059400
059500    4100-PASSADA.
059600        MOVE WS-PJ-IDX TO WS-PJ-MAIOR
059700        COMPUTE WS-PJ-COMP = WS-PJ-IDX + 1
059800        PERFORM 4110-COMPARAR THRU 4110-COMPARAR-EXIT
059900            UNTIL WS-PJ-COMP > WS-PJ-QTD
060000        IF WS-PJ-MAIOR NOT = WS-PJ-IDX
060100            MOVE WS-PJ-ENTRADA (WS-PJ-IDX) TO WS-PJ-TROCA
060200            MOVE WS-PJ-ENTRADA (WS-PJ-MAIOR)
060300                TO WS-PJ-ENTRADA (WS-PJ-IDX)
060400            MOVE WS-PJ-TROCA TO WS-PJ-ENTRADA (WS-PJ-MAIOR)
060500        END-IF
060600        ADD 1 TO WS-PJ-IDX.
060700    4100-PASSADA-EXIT.
060800        EXIT.
060900
061000    4110-COMPARAR.
061100        IF WS-PJ-NECESSARIA (WS-PJ-COMP) >
061200            WS-PJ-NECESSARIA (WS-PJ-MAIOR)
061300            MOVE WS-PJ-COMP TO WS-PJ-MAIOR
061400        END-IF
061500        ADD 1 TO WS-PJ-COMP.
061600    4110-COMPARAR-EXIT.
061700        EXIT.
061800
061900******************************************************************
062000* 5000-GRAVAR-PROJECAO - PRINTS THE DISCIPLINE HEADER (MEDIA,
062100*     WEIGHTS, AVALIACOES RECEIVED) AND ONE LINE PER STUDENT IN
062200*     RISK ORDER. A NEEDED AVERAGE ABOVE 10 PRINTS AS "> 10".
062300******************************************************************
062400    5000-GRAVAR-PROJECAO.
062500        MOVE SPACES TO REPORT-LINHA
062600        WRITE REPORT-LINHA
062700        MOVE SPACES TO REPORT-LINHA
062800        STRING "PROJECAO DE NOTA NECESSARIA - DISCIPLINA "
062900            DELIMITED BY SIZE
063000            WS-CODIGO-CURSO DELIMITED BY SIZE
063100            INTO REPORT-LINHA
063200        WRITE REPORT-LINHA
063300        MOVE 1 TO WS-AVAL-IDX
063400        PERFORM 5050-DESCREVER-AVALIACAO
063500            THRU 5050-DESCREVER-AVALIACAO-EXIT
063600            UNTIL WS-AVAL-IDX > 4
063700        MOVE WS-MEDIA TO WS-MEDIA-ED
063800        MOVE SPACES TO REPORT-LINHA
063900        STRING "MEDIA " DELIMITED BY SIZE
064000            WS-MEDIA-ED DELIMITED BY SIZE
064100            "  PESOS" DELIMITED BY SIZE
064200            WS-DESC-AVAL (1) DELIMITED BY SIZE
064300            WS-DESC-AVAL (2) DELIMITED BY SIZE
064400            WS-DESC-AVAL (3) DELIMITED BY SIZE
064500            WS-DESC-AVAL (4) DELIMITED BY SIZE
064600            "  (* = AVALIACAO RECEBIDA)" DELIMITED BY SIZE
064700            INTO REPORT-LINHA
064800        WRITE REPORT-LINHA
064900        MOVE SPACES TO REPORT-LINHA
065000        STRING "MATRICULA  NOME           NOTA1 NOTA2 NOTA3 "
065100            DELIMITED BY SIZE
065200            "NOTA4 PARCIAL NECESS. SITUACAO" DELIMITED BY SIZE
065300            INTO REPORT-LINHA
065400        WRITE REPORT-LINHA
065500        MOVE 1 TO WS-PJ-IDX
065600        PERFORM 5100-GRAVAR-ALUNO THRU 5100-GRAVAR-ALUNO-EXIT
065700            UNTIL WS-PJ-IDX > WS-PJ-QTD.
065800    5000-GRAVAR-PROJECAO-EXIT.
065900        EXIT.
066000
066100    5050-DESCREVER-AVALIACAO.
066200        MOVE WS-PESO (WS-AVAL-IDX) TO WS-PESO-ED
066300        MOVE SPACES TO WS-DESC-AVAL (WS-AVAL-IDX)
066400        STRING " P" DELIMITED BY SIZE
066500            WS-AVAL-IDX DELIMITED BY SIZE
066600            "=" DELIMITED BY SIZE
066700            WS-PESO-ED DELIMITED BY SIZE
066800            INTO WS-DESC-AVAL (WS-AVAL-IDX)
066900        IF WS-AVAL-RECEBIDA (WS-AVAL-IDX) = "Y"
067000            MOVE "*" TO WS-DESC-AVAL (WS-AVAL-IDX) (8:1)
067100        END-IF
067200        ADD 1 TO WS-AVAL-IDX.
067300    5050-DESCREVER-AVALIACAO-EXIT.
067400        EXIT.
067500
067600    5100-GRAVAR-ALUNO.
067700        MOVE SPACES TO WS-LINHA-PROJECAO
067800        MOVE WS-PJ-MATRICULA (WS-PJ-IDX) TO PRJ-MATRICULA
067900        MOVE WS-PJ-NOME (WS-PJ-IDX)      TO PRJ-NOME
068000        MOVE 1 TO WS-AVAL-IDX
068100        PERFORM 5110-FORMATAR-NOTA THRU 5110-FORMATAR-NOTA-EXIT
068200            UNTIL WS-AVAL-IDX > 4
068300        MOVE WS-PJ-PARCIAL (WS-PJ-IDX)   TO PRJ-PARCIAL
068400        IF WS-PJ-NECESSARIA (WS-PJ-IDX) > 10
068500            MOVE " > 10" TO PRJ-NECESSARIA
068600        ELSE
068700            MOVE WS-PJ-NECESSARIA (WS-PJ-IDX) TO WS-NECESSARIA-ED
068800            MOVE WS-NECESSARIA-ED TO PRJ-NECESSARIA
068900        END-IF
069000        MOVE WS-PJ-SITUACAO (WS-PJ-IDX)  TO PRJ-SITUACAO
069100        MOVE WS-LINHA-PROJECAO TO REPORT-LINHA
069200        WRITE REPORT-LINHA
069300        ADD 1 TO WS-PJ-IDX.
069400    5100-GRAVAR-ALUNO-EXIT.
069500        EXIT.
069600
069700*   A NOTA IN HAND PRINTS AS Z9.99; ONE NOT YET RECEIVED AS " --".
069800    5110-FORMATAR-NOTA.
069900        MOVE WS-PJ-NOTA-X (WS-PJ-IDX WS-AVAL-IDX)
070000            TO WS-NOTA-TRAB-X
070100        IF WS-NOTA-TRAB-X = "AUS "
070200            MOVE "  --" TO PRJ-NOTA-X (WS-AVAL-IDX)
070300        ELSE
070400            MOVE WS-NOTA-TRAB TO WS-MEDIA-ED
070500            MOVE SPACES TO PRJ-NOTA-X (WS-AVAL-IDX)
070600            MOVE WS-MEDIA-ED TO PRJ-NOTA-X (WS-AVAL-IDX) (1:5)
070700        END-IF
070800        ADD 1 TO WS-AVAL-IDX.
070900    5110-FORMATAR-NOTA-EXIT.
071000        EXIT.
071100
071200******************************************************************
071300* 6000-GRAVAR-TOTAIS - PRINTS THE DISCIPLINE TOTALS: STUDENTS BY
071400*     SITUACAO, THE CLASS PARTIAL AVERAGE AND THE SUBMISSION LINES
071500*     IGNORED AND THE SUBMISSION FILES LEFT OUT.
071600******************************************************************
071700    6000-GRAVAR-TOTAIS.
071800        MOVE SPACES TO REPORT-LINHA
071900        WRITE REPORT-LINHA
072000        MOVE SPACES TO REPORT-LINHA
072100        STRING "TOTAIS DA DISCIPLINA " DELIMITED BY SIZE
072200            WS-CODIGO-CURSO DELIMITED BY SIZE
072300            INTO REPORT-LINHA
072400        WRITE REPORT-LINHA
072500        MOVE WS-PJ-QTD TO WS-QTD-ED
072600        MOVE SPACES TO REPORT-LINHA
072700        STRING "  ALUNOS MATRICULADOS: " DELIMITED BY SIZE
072800            WS-QTD-ED DELIMITED BY SIZE
072900            INTO REPORT-LINHA
073000        WRITE REPORT-LINHA
073100        MOVE WS-QTD-SO-REC TO WS-QTD-ED
073200        MOVE SPACES TO REPORT-LINHA
073300        STRING "  SO COM RECUPERACAO:  " DELIMITED BY SIZE
073400            WS-QTD-ED DELIMITED BY SIZE
073500            INTO REPORT-LINHA
073600        WRITE REPORT-LINHA
073700        MOVE WS-QTD-RISCO TO WS-QTD-ED
073800        MOVE SPACES TO REPORT-LINHA
073900        STRING "  EM RISCO:            " DELIMITED BY SIZE
074000            WS-QTD-ED DELIMITED BY SIZE
074100            INTO REPORT-LINHA
074200        WRITE REPORT-LINHA
074300        MOVE WS-QTD-REGULAR TO WS-QTD-ED
074400        MOVE SPACES TO REPORT-LINHA
074500        STRING "  REGULAR:             " DELIMITED BY SIZE
074600            WS-QTD-ED DELIMITED BY SIZE
074700            INTO REPORT-LINHA
074800        WRITE REPORT-LINHA
074900        MOVE WS-QTD-ATINGIDA TO WS-QTD-ED
075000        MOVE SPACES TO REPORT-LINHA
075100        STRING "  MEDIA ATINGIDA:      " DELIMITED BY SIZE
075200            WS-QTD-ED DELIMITED BY SIZE
075300            INTO REPORT-LINHA
075400        WRITE REPORT-LINHA
075500        MOVE WS-QTD-SEM-NOTAS TO WS-QTD-ED
075600        MOVE SPACES TO REPORT-LINHA
075700        STRING "  SEM NOTAS:           " DELIMITED BY SIZE
075800            WS-QTD-ED DELIMITED BY SIZE
075900            INTO REPORT-LINHA
076000        WRITE REPORT-LINHA
076100        IF WS-QTD-COM-PARCIAL > ZERO
076200            COMPUTE WS-MEDIA-TURMA ROUNDED =
076300                WS-SOMA-PARCIAL / WS-QTD-COM-PARCIAL
076400        ELSE
076500            MOVE ZERO TO WS-MEDIA-TURMA
076600        END-IF
076700        MOVE WS-MEDIA-TURMA TO WS-MEDIA-ED
076800        MOVE SPACES TO REPORT-LINHA
076900        STRING "  MEDIA PARCIAL DA TURMA: " DELIMITED BY SIZE
077000            WS-MEDIA-ED DELIMITED BY SIZE
077100            INTO REPORT-LINHA
077200        WRITE REPORT-LINHA
077300        MOVE WS-QTD-AVAL-RECEBIDAS TO WS-QTD-ED
077400        MOVE SPACES TO REPORT-LINHA
077500        STRING "  AVALIACOES RECEBIDAS:  " DELIMITED BY SIZE
077600            WS-QTD-ED DELIMITED BY SIZE
077700            " DE 4" DELIMITED BY SIZE
077800            INTO REPORT-LINHA
077900        WRITE REPORT-LINHA
078000        IF WS-QTD-IGNORADAS > ZERO
078100            MOVE WS-QTD-IGNORADAS TO WS-QTD-ED
078200            MOVE SPACES TO REPORT-LINHA
078300            STRING "  LINHAS DE SUBMISSAO IGNORADAS: "
078400                DELIMITED BY SIZE
078500                WS-QTD-ED DELIMITED BY SIZE
078600                INTO REPORT-LINHA
078700            WRITE REPORT-LINHA
078800        END-IF
078810        IF WS-QTD-ARQ-REJEITADOS > ZERO
078820            MOVE WS-QTD-ARQ-REJEITADOS TO WS-QTD-ED
078830            MOVE SPACES TO REPORT-LINHA
078840            STRING "  ARQUIVOS DESCONSIDERADOS (PROFESSOR): "
078850                DELIMITED BY SIZE
078860                WS-QTD-ED DELIMITED BY SIZE
078870                INTO REPORT-LINHA
078880            WRITE REPORT-LINHA
078890        END-IF.
078900    6000-GRAVAR-TOTAIS-EXIT.
079000        EXIT.
079100
079200    END PROGRAM ProjecaoNotas.
