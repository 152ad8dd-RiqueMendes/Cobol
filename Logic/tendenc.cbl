000100******************************************************************
000200* Author: Henrique S. Mendes
000300* Date:  15/10/2026
000400* Purpose: Multi-term discipline performance trend report
000500* Tectonics: cobc
000600******************************************************************
000700* MODIFICATION HISTORY
000800* DATE       INIT DESCRIPTION
000900* 2026-10-15  HSM  NEW PROGRAM. READS THE LIVE GRADE-MASTER AND
001000*                  THE CLOSED-TERM GRDHIST AND, FOR EACH
001100*                  DISCIPLINE AND TERM, SHOWS THE ENROLLED COUNT,
001200*                  THE APROVADO, APROV-REC, REPROVADO, REPROV-F
001300*                  AND INCOMPLETO RATES, THE AVERAGE OF EACH NOTA
001400*                  AND OF THE RESULT, AND THE DEVIATION FROM THE
001500*                  DISCIPLINE'S OWN AVERAGE OF THE PREVIOUS
001600*                  TERMS, FLAGGING EVERY TERM BEYOND THE
001700*                  TOLERANCE GIVEN IN TNDPARM OR AT THE CONSOLE.
001800*                  PRINTED IN TNDFILE AND WRITTEN AS CSV TO
001900*                  TNDCSV FOR CHARTING.
002000******************************************************************
002100    IDENTIFICATION DIVISION.
002200    PROGRAM-ID. TendDisciplina.
002300    AUTHOR. HENRIQUE S. MENDES.
002400    INSTALLATION. DEPARTAMENTO ACADEMICO.
002500    DATE-WRITTEN. 15/10/2026.
002600    DATE-COMPILED.
002700
002800    ENVIRONMENT DIVISION.
002900    INPUT-OUTPUT SECTION.
003000    FILE-CONTROL.
003100        SELECT GRADE-MASTER ASSIGN TO "GRDFILE"
003200            ORGANIZATION IS INDEXED
003300            ACCESS MODE IS DYNAMIC
003400            RECORD KEY IS GM-CHAVE
003500            FILE STATUS IS WS-FS-GRADE.
003600        SELECT GRADE-HIST ASSIGN TO "GRDHIST"
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS IS WS-FS-GRDHIST.
003900        SELECT PARAM-FILE ASSIGN TO "TNDPARM"
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS WS-FS-PARAM.
004200        SELECT TENDENCIA-REPORT ASSIGN TO "TNDFILE"
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS WS-FS-TENDENCIA.
004500        SELECT TENDENCIA-CSV ASSIGN TO "TNDCSV"
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS WS-FS-CSV.
004800
004900    DATA DIVISION.
005000    FILE SECTION.
005100    FD  GRADE-MASTER.
005200    COPY GRDREC.
005300
005400    FD  GRADE-HIST
005500        RECORDING MODE IS F.
005600    01  GRADE-HIST-RECORD       PIC X(80).
005700
005800*   ONE REQUEST PER LINE: DISCIPLINE (BLANK FOR ALL), TOLERANCE
005900*   OF THE AVERAGES IN NOTA POINTS (99V99, E.G. 0150 = 1.50) AND
006000*   TOLERANCE OF THE APPROVAL RATE IN PERCENTAGE POINTS. A ZERO
006100*   OR BLANK TOLERANCE TAKES THE DEFAULT.
006200    FD  PARAM-FILE
006300        RECORDING MODE IS F.
006400    01  PARAM-RECORD.
006500        05  PRM-CURSO           PIC X(06).
006600        05  FILLER              PIC X(01).
006700        05  PRM-TOL-MEDIA       PIC 9(02)V99.
006800        05  FILLER              PIC X(01).
006900        05  PRM-TOL-TAXA        PIC 9(03).
007000
007100    FD  TENDENCIA-REPORT
007200        RECORDING MODE IS F.
007300    01  TENDENCIA-LINHA         PIC X(100).
007400
007500    FD  TENDENCIA-CSV
007600        RECORDING MODE IS F.
007700    01  TENDENCIA-CSV-LINHA     PIC X(250).
007800
007900    WORKING-STORAGE SECTION.
008000    01  WS-FS-GRADE             PIC X(02).
008100    01  WS-FS-GRDHIST           PIC X(02).
008200    01  WS-FS-PARAM             PIC X(02).
008300    01  WS-FS-TENDENCIA         PIC X(02).
008400    01  WS-FS-CSV               PIC X(02).
008500
008600*   ABSENT SENTINEL OF AN INCOMPLETO/PENDING NOTA: NEVER A REAL
008700*   NOTA AND NEVER PART OF AN AVERAGE.
008800    77  NOTA-AUSENTE            PIC 9(02)V99 VALUE 99.99.
008900    77  TOL-MEDIA-PADRAO        PIC 9(02)V99 VALUE 1.00.
009000    77  TOL-TAXA-PADRAO         PIC 9(03) VALUE 15.
009100
009200    01  WS-CODIGO-CURSO         PIC X(06).
009300    01  WS-TOL-MEDIA            PIC 9(02)V99 VALUE ZERO.
009400    01  WS-TOL-TAXA             PIC 9(03) VALUE ZERO.
009500    01  WS-TOL-ENTRADA          PIC X(05).
009600    01  WS-TOL-ENTRADA-R REDEFINES WS-TOL-ENTRADA.
009700        05  WS-TOL-INTEIRO      PIC 9(02).
009800        05  WS-TOL-PONTO        PIC X(01).
009900        05  WS-TOL-DECIMAL      PIC 9(02).
010000    01  WS-TAXA-ENTRADA         PIC X(03).
010100    01  WS-TAXA-ENTRADA-N REDEFINES WS-TAXA-ENTRADA
010200                                PIC 9(03).
010300
010400*   ONE ENTRY PER DISCIPLINE AND TERM, KEPT IN KEY ORDER (CURSO,
010500*   ANO, SEM) AS IT IS BUILT SO THE TERMS OF A DISCIPLINE COME
010600*   OUT CHRONOLOGICALLY AND LOOKUPS CAN BE BINARY. TRANCADO
010700*   POSTINGS ARE NOT ENROLMENTS AND ARE ONLY COUNTED APART.
010800    01  WS-TD-QTD               PIC 9(05) VALUE ZERO.
010900    01  WS-TD-IDX               PIC 9(05) VALUE ZERO.
011000    01  WS-TD-ATUAL             PIC 9(05) VALUE ZERO.
011100    01  WS-TD-MAX               PIC 9(05) VALUE 5000.
011200    01  WS-TD-TABELA.
011300        05  WS-TD-ENTRADA OCCURS 5000 TIMES.
011400            10  WS-TD-CHAVE.
011500                15  WS-TD-CURSO PIC X(06).
011600                15  WS-TD-ANO   PIC 9(04).
011700                15  WS-TD-SEM   PIC 9(01).
011800            10  WS-TD-MATRIC    PIC 9(05).
011900            10  WS-TD-TRANC     PIC 9(05).
012000            10  WS-TD-APROV     PIC 9(05).
012100            10  WS-TD-AREC      PIC 9(05).
012200            10  WS-TD-REPR      PIC 9(05).
012300            10  WS-TD-REPF      PIC 9(05).
012400            10  WS-TD-INCOMP    PIC 9(05).
012500            10  WS-TD-SOMA-NOTA PIC 9(07)V99 OCCURS 4 TIMES.
012600            10  WS-TD-CNT-NOTA  PIC 9(05) OCCURS 4 TIMES.
012700            10  WS-TD-SOMA-RES  PIC 9(07)V99.
012800            10  WS-TD-CNT-RES   PIC 9(05).
012900
013000*   BINARY SEARCH OF WS-TD-TABELA.
013100    01  WS-CHAVE-BUSCA.
013200        05  WS-CH-CURSO         PIC X(06).
013300        05  WS-CH-ANO           PIC 9(04).
013400        05  WS-CH-SEM           PIC 9(01).
013500    01  WS-BX-INICIO            PIC 9(05) VALUE ZERO.
013600    01  WS-BX-FIM               PIC 9(05) VALUE ZERO.
013700    01  WS-BX-MEIO              PIC 9(05) VALUE ZERO.
013800
013900*   THE DISCIPLINE'S PREVIOUS TERMS, ACCUMULATED AS ITS TERMS ARE
014000*   PRINTED IN ORDER.
014100    01  WS-CURSO-ANTERIOR       PIC X(06).
014200    01  WS-ANT-NOTAS.
014300        05  WS-ANT-SOMA-NOTA    PIC 9(07)V99 OCCURS 4 TIMES.
014400        05  WS-ANT-CNT-NOTA     PIC 9(05) OCCURS 4 TIMES.
014500    01  WS-ANT-SOMA-RES         PIC 9(07)V99 VALUE ZERO.
014600    01  WS-ANT-CNT-RES          PIC 9(05) VALUE ZERO.
014700    01  WS-ANT-MATRIC           PIC 9(05) VALUE ZERO.
014800    01  WS-ANT-APROVADOS        PIC 9(05) VALUE ZERO.
014900
015000*   FIGURES OF THE TERM BEING PRINTED.
015100    01  WS-NT-IDX               PIC 9(01) VALUE ZERO.
015200    01  WS-TX-APROV             PIC 9(03)V9 VALUE ZERO.
015300    01  WS-TX-AREC              PIC 9(03)V9 VALUE ZERO.
015400    01  WS-TX-REPR              PIC 9(03)V9 VALUE ZERO.
015500    01  WS-TX-REPF              PIC 9(03)V9 VALUE ZERO.
015600    01  WS-TX-INCOMP            PIC 9(03)V9 VALUE ZERO.
015700    01  WS-TX-APROVACAO         PIC 9(03)V9 VALUE ZERO.
015800    01  WS-TX-APROVACAO-ANT     PIC 9(03)V9 VALUE ZERO.
015900    01  WS-DIF-TAXA             PIC S9(03)V9 VALUE ZERO.
016000    01  WS-MEDIAS-TERMO.
016100        05  WS-MEDIA-NOTA       PIC 9(02)V99 OCCURS 4 TIMES.
016200    01  WS-MEDIA-NOTA-ANT       PIC 9(02)V99 VALUE ZERO.
016300    01  WS-DIF-NOTA             PIC S9(02)V99 VALUE ZERO.
016400    01  WS-MEDIA-RES            PIC 9(02)V99 VALUE ZERO.
016500    01  WS-MEDIA-RES-ANT        PIC 9(02)V99 VALUE ZERO.
016600    01  WS-DIF-RES              PIC S9(02)V99 VALUE ZERO.
016700    01  WS-ALERTA               PIC X(15).
016800    01  WS-ALERTA-PTR           PIC 9(03) VALUE 1.
016900    01  WS-ALERTA-COD           PIC X(02).
017000
017100*   RUN TOTALS.
017200    01  WS-QTD-POSTAGENS        PIC 9(07) VALUE ZERO.
017300    01  WS-QTD-TERMOS-PEDIDO    PIC 9(05) VALUE ZERO.
017400    01  WS-QTD-ALERTAS          PIC 9(05) VALUE ZERO.
017500    01  WS-QTD-ED               PIC ZZZZ9.
017600    01  WS-QTD-ED2              PIC ZZZZ9.
017700    01  WS-TOL-MEDIA-ED         PIC Z9.99.
017800    01  WS-TOL-TAXA-ED          PIC ZZ9.
017900
018000*   CSV COLUMNS; AN AVERAGE WITH NOTHING TO AVERAGE IS LEFT EMPTY.
018100    01  WS-CSV-LINHA            PIC X(250).
018200    01  WS-CSV-PTR              PIC 9(03) VALUE 1.
018300    01  WS-CSV-NUM              PIC 9(05).
018400    01  WS-CSV-TAXA             PIC 999.9.
018500    01  WS-CSV-NOTA             PIC 99.99.
018600    01  WS-CSV-NOTA-X REDEFINES WS-CSV-NOTA
018700                                PIC X(05).
018800    01  WS-CSV-DIF              PIC +99.99.
018900    01  WS-CSV-DIF-X REDEFINES WS-CSV-DIF
019000                                PIC X(06).
019100
019200    01  WS-LINHA-TITULO.
019300        05  FILLER              PIC X(48) VALUE
019400            "TENDENCIA DE DESEMPENHO POR DISCIPLINA - TOLER.".
019500        05  FILLER              PIC X(08) VALUE " MEDIA ".
019600        05  TIT-TOL-MEDIA       PIC Z9.99.
019700        05  FILLER              PIC X(16) VALUE "  APROVACAO PP ".
019800        05  TIT-TOL-TAXA        PIC ZZ9.
019900        05  FILLER              PIC X(20) VALUE SPACES.
020000
020100    01  WS-LINHA-DISCIPLINA.
020200        05  FILLER              PIC X(12) VALUE "DISCIPLINA: ".
020300        05  DIS-CURSO           PIC X(06).
020400        05  FILLER              PIC X(82) VALUE SPACES.
020500
020600    01  WS-LINHA-COLUNAS.
020700        05  FILLER              PIC X(06) VALUE "TERMO".
020800        05  FILLER              PIC X(06) VALUE " MATR".
020900        05  FILLER              PIC X(06) VALUE " APR%".
021000        05  FILLER              PIC X(06) VALUE " REC%".
021100        05  FILLER              PIC X(06) VALUE " REP%".
021200        05  FILLER              PIC X(06) VALUE " REPF".
021300        05  FILLER              PIC X(06) VALUE " INC%".
021400        05  FILLER              PIC X(06) VALUE "NOTA1".
021500        05  FILLER              PIC X(06) VALUE "NOTA2".
021600        05  FILLER              PIC X(06) VALUE "NOTA3".
021700        05  FILLER              PIC X(06) VALUE "NOTA4".
021800        05  FILLER              PIC X(06) VALUE "MEDIA".
021900        05  FILLER              PIC X(06) VALUE "ANTER".
022000        05  FILLER              PIC X(07) VALUE "  DIF".
022100        05  FILLER              PIC X(15) VALUE "ALERTA".
022200
022300    01  WS-LINHA-DETALHE.
022400        05  DET-ANO             PIC 9(04).
022500        05  FILLER              PIC X(01) VALUE "/".
022600        05  DET-SEM             PIC 9(01).
022700        05  DET-MATRIC          PIC ZZZZ9.
022800        05  FILLER              PIC X(01) VALUE SPACE.
022900        05  DET-TX-APROV        PIC ZZ9.9.
023000        05  FILLER              PIC X(01) VALUE SPACE.
023100        05  DET-TX-AREC         PIC ZZ9.9.
023200        05  FILLER              PIC X(01) VALUE SPACE.
023300        05  DET-TX-REPR         PIC ZZ9.9.
023400        05  FILLER              PIC X(01) VALUE SPACE.
023500        05  DET-TX-REPF         PIC ZZ9.9.
023600        05  FILLER              PIC X(01) VALUE SPACE.
023700        05  DET-TX-INCOMP       PIC ZZ9.9.
023800        05  FILLER              PIC X(01) VALUE SPACE.
023900        05  DET-NOTAS OCCURS 4 TIMES.
024000            10  DET-NOTA        PIC Z9.99.
024100            10  DET-NOTA-X REDEFINES DET-NOTA
024200                                PIC X(05).
024300            10  FILLER          PIC X(01) VALUE SPACE.
024400        05  DET-MEDIA           PIC Z9.99.
024500        05  DET-MEDIA-X REDEFINES DET-MEDIA
024600                                PIC X(05).
024700        05  FILLER              PIC X(01) VALUE SPACE.
024800        05  DET-ANTERIOR        PIC Z9.99.
024900        05  DET-ANTERIOR-X REDEFINES DET-ANTERIOR
025000                                PIC X(05).
025100        05  FILLER              PIC X(01) VALUE SPACE.
025200        05  DET-DIF             PIC ++9.99.
025300        05  DET-DIF-X REDEFINES DET-DIF
025400                                PIC X(06).
025500        05  FILLER              PIC X(01) VALUE SPACE.
025600        05  DET-ALERTA          PIC X(15).
025700
025800    01  WS-INDICADORES.
025900        05  WS-FIM-MESTRE-SW    PIC X(01) VALUE "N".
026000            88  FIM-MESTRE                 VALUE "Y".
026100        05  WS-EOF-GRDHIST-SW   PIC X(01) VALUE "N".
026200            88  EOF-GRADE-HIST             VALUE "Y".
026300        05  WS-EOF-PARAM-SW     PIC X(01) VALUE "N".
026400            88  EOF-PARAM                  VALUE "Y".
026500        05  WS-DIRIGIDO-SW      PIC X(01) VALUE "N".
026600            88  MODO-DIRIGIDO              VALUE "Y".
026700        05  WS-TD-ACHADO-SW     PIC X(01) VALUE "N".
026800            88  TD-ACHADO                  VALUE "Y".
026900        05  WS-COMPARAVEL-SW    PIC X(01) VALUE "N".
027000            88  TERMO-COMPARAVEL           VALUE "Y".
027100
027200    PROCEDURE DIVISION.
027300    0000-MAINLINE.
027400        PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
027500        IF MODO-DIRIGIDO
027600            PERFORM 0200-LER-PARAM THRU 0200-LER-PARAM-EXIT
027700                UNTIL EOF-PARAM
027800            CLOSE PARAM-FILE
027900        ELSE
028000            PERFORM 0300-PEDIR-CONSOLE
028100                THRU 0300-PEDIR-CONSOLE-EXIT
028200            PERFORM 3000-EMITIR-PEDIDO
028300                THRU 3000-EMITIR-PEDIDO-EXIT
028400        END-IF
028500        CLOSE TENDENCIA-REPORT
028600        CLOSE TENDENCIA-CSV
028700        MOVE WS-QTD-POSTAGENS TO WS-QTD-ED
028800        MOVE WS-TD-QTD TO WS-QTD-ED2
028900        DISPLAY "POSTAGENS LIDAS: " WS-QTD-ED
029000            "  DISCIPLINA/TERMOS: " WS-QTD-ED2
029100        MOVE WS-QTD-ALERTAS TO WS-QTD-ED
029200        DISPLAY "TERMOS FORA DA TOLERANCIA: " WS-QTD-ED
029300        DISPLAY "TENDENCIA GRAVADA EM TNDFILE E TNDCSV"
029400        STOP RUN.
029500
029600******************************************************************
029700* 0200-LER-PARAM - READS ONE TNDPARM REQUEST AND REPORTS IT. A
029800*     BLANK DISCIPLINE REPORTS EVERY DISCIPLINE.
029900******************************************************************
030000    0200-LER-PARAM.
030100        READ PARAM-FILE
030200            AT END
030300                MOVE "Y" TO WS-EOF-PARAM-SW
030400                GO TO 0200-LER-PARAM-EXIT
030500        END-READ
030600        MOVE PRM-CURSO TO WS-CODIGO-CURSO
030700        IF PRM-TOL-MEDIA NUMERIC AND PRM-TOL-MEDIA > ZERO
030800            MOVE PRM-TOL-MEDIA TO WS-TOL-MEDIA
030900        ELSE
031000            MOVE TOL-MEDIA-PADRAO TO WS-TOL-MEDIA
031100        END-IF
031200        IF PRM-TOL-TAXA NUMERIC AND PRM-TOL-TAXA > ZERO
031300            MOVE PRM-TOL-TAXA TO WS-TOL-TAXA
031400        ELSE
031500            MOVE TOL-TAXA-PADRAO TO WS-TOL-TAXA
031600        END-IF
031700        PERFORM 3000-EMITIR-PEDIDO THRU 3000-EMITIR-PEDIDO-EXIT.
031800    0200-LER-PARAM-EXIT.
031900        EXIT.
032000
032100******************************************************************
032200* 0300-PEDIR-CONSOLE - ASKS FOR THE DISCIPLINE AND THE TWO
032300*     TOLERANCES. AN ANSWER LEFT BLANK OR NOT IN THE FORMAT ASKED
032400*     TAKES THE DEFAULT.
032500******************************************************************
032600    0300-PEDIR-CONSOLE.
032700        DISPLAY "INFORME O CODIGO DA DISCIPLINA (BRANCO P/ "
032800            "TODAS):"
032900        MOVE SPACES TO WS-CODIGO-CURSO
033000        ACCEPT WS-CODIGO-CURSO
033100        DISPLAY "TOLERANCIA DAS MEDIAS EM PONTOS 99.99 "
033200            "(BRANCO P/ 01.00):"
033300        MOVE SPACES TO WS-TOL-ENTRADA
033400        ACCEPT WS-TOL-ENTRADA
033500        MOVE TOL-MEDIA-PADRAO TO WS-TOL-MEDIA
033600        IF WS-TOL-INTEIRO NUMERIC AND WS-TOL-PONTO = "."
033700            AND WS-TOL-DECIMAL NUMERIC
033800            COMPUTE WS-TOL-MEDIA = WS-TOL-INTEIRO
033900                + WS-TOL-DECIMAL / 100
034000        END-IF
034100        DISPLAY "TOLERANCIA DA APROVACAO EM PONTOS "
034200            "PERCENTUAIS 999 (BRANCO P/ 015):"
034300        MOVE SPACES TO WS-TAXA-ENTRADA
034400        ACCEPT WS-TAXA-ENTRADA
034500        MOVE TOL-TAXA-PADRAO TO WS-TOL-TAXA
034600        IF WS-TAXA-ENTRADA NUMERIC
034700            MOVE WS-TAXA-ENTRADA-N TO WS-TOL-TAXA
034800        END-IF
034900        IF WS-TOL-MEDIA = ZERO
035000            MOVE TOL-MEDIA-PADRAO TO WS-TOL-MEDIA
035100        END-IF
035200        IF WS-TOL-TAXA = ZERO
035300            MOVE TOL-TAXA-PADRAO TO WS-TOL-TAXA
035400        END-IF.
035500    0300-PEDIR-CONSOLE-EXIT.
035600        EXIT.
035700
035800******************************************************************
035900* 1000-INICIALIZAR - OPENS THE OUTPUTS, WRITES THE CSV HEADER,
036000*     ACCUMULATES EVERY POSTING OF GRDHIST AND OF THE LIVE
036100*     GRADE-MASTER INTO THE DISCIPLINE/TERM TABLE, AND DECIDES
036200*     WHETHER THE REQUESTS COME FROM TNDPARM OR THE CONSOLE.
036300******************************************************************
036400    1000-INICIALIZAR.
036500        OPEN OUTPUT TENDENCIA-REPORT
036600        IF WS-FS-TENDENCIA NOT = "00"
036700            DISPLAY "TENDENCIA-REPORT NAO PODE SER ABERTO - "
036800                "STATUS " WS-FS-TENDENCIA
036900            STOP RUN
037000        END-IF
037100        OPEN OUTPUT TENDENCIA-CSV
037200        IF WS-FS-CSV NOT = "00"
037300            DISPLAY "TENDENCIA-CSV NAO PODE SER ABERTO - STATUS "
037400                WS-FS-CSV
037500            CLOSE TENDENCIA-REPORT
037600            STOP RUN
037700        END-IF
037800        MOVE SPACES TO WS-CSV-LINHA
037900        STRING "CURSO,ANO,SEM,MATRICULADOS,TRANCADOS,"
038000            DELIMITED BY SIZE
038100            "TX_APROVADO,TX_APROV_REC,TX_REPROVADO,TX_REPROV_F,"
038200            DELIMITED BY SIZE
038300            "TX_INCOMPLETO,MEDIA_NOTA1,MEDIA_NOTA2,MEDIA_NOTA3,"
038400            DELIMITED BY SIZE
038500            "MEDIA_NOTA4,MEDIA_RESULTADO,MEDIA_ANTERIOR,DESVIO,"
038600            DELIMITED BY SIZE
038700            "TX_APROVACAO,TX_APROVACAO_ANTERIOR,ALERTA"
038800            DELIMITED BY SIZE
038900            INTO WS-CSV-LINHA
039000        MOVE WS-CSV-LINHA TO TENDENCIA-CSV-LINHA
039100        WRITE TENDENCIA-CSV-LINHA
039200        PERFORM 1100-CARREGAR-HISTORIA
039300            THRU 1100-CARREGAR-HISTORIA-EXIT
039400        PERFORM 1200-CARREGAR-MESTRE
039500            THRU 1200-CARREGAR-MESTRE-EXIT
039600        OPEN INPUT PARAM-FILE
039700        IF WS-FS-PARAM = "00"
039800            MOVE "Y" TO WS-DIRIGIDO-SW
039900            DISPLAY "TNDPARM ENCONTRADO - EXECUCAO DIRIGIDA "
040000                "SEM PARADAS"
040100        END-IF.
040200    1000-INICIALIZAR-EXIT.
040300        EXIT.
040400
040500******************************************************************
040600* 1100-CARREGAR-HISTORIA - ACCUMULATES THE CLOSED-TERM HISTORY.
040700*     A MISSING GRDHIST ONLY MEANS NO TERM HAS BEEN CLOSED YET.
040800******************************************************************
040900    1100-CARREGAR-HISTORIA.
041000        OPEN INPUT GRADE-HIST
041100        IF WS-FS-GRDHIST NOT = "00"
041200            DISPLAY "GRDHIST NAO ENCONTRADO - SOMENTE O "
041300                "GRADE-MASTER SERA CONSIDERADO"
041400            GO TO 1100-CARREGAR-HISTORIA-EXIT
041500        END-IF
041600        PERFORM 1110-LER-HISTORIA THRU 1110-LER-HISTORIA-EXIT
041700            UNTIL EOF-GRADE-HIST
041800        CLOSE GRADE-HIST.
041900    1100-CARREGAR-HISTORIA-EXIT.
042000        EXIT.
042100
042200    1110-LER-HISTORIA.
042300        READ GRADE-HIST
042400            AT END
042500                MOVE "Y" TO WS-EOF-GRDHIST-SW
042600            NOT AT END
042700                MOVE GRADE-HIST-RECORD TO GRADE-MASTER-RECORD
042800                PERFORM 2000-ACUMULAR-POSTAGEM
042900                    THRU 2000-ACUMULAR-POSTAGEM-EXIT
043000        END-READ.
043100    1110-LER-HISTORIA-EXIT.
043200        EXIT.
043300
043400******************************************************************
043500* 1200-CARREGAR-MESTRE - ACCUMULATES THE LIVE GRADE-MASTER, READ
043600*     FROM ITS FIRST RECORD IN KEY ORDER.
043700******************************************************************
043800    1200-CARREGAR-MESTRE.
043900        OPEN INPUT GRADE-MASTER
044000        IF WS-FS-GRADE NOT = "00"
044100            DISPLAY "GRADE-MASTER NAO ENCONTRADO - STATUS "
044200                WS-FS-GRADE
044300            DISPLAY "SOMENTE O GRDHIST SERA CONSIDERADO"
044400            GO TO 1200-CARREGAR-MESTRE-EXIT
044500        END-IF
044600        PERFORM 1210-LER-MESTRE THRU 1210-LER-MESTRE-EXIT
044700            UNTIL FIM-MESTRE
044800        CLOSE GRADE-MASTER.
044900    1200-CARREGAR-MESTRE-EXIT.
045000        EXIT.
045100
045200    1210-LER-MESTRE.
045300        READ GRADE-MASTER NEXT RECORD
045400            AT END
045500                MOVE "Y" TO WS-FIM-MESTRE-SW
045600            NOT AT END
045700                PERFORM 2000-ACUMULAR-POSTAGEM
045800                    THRU 2000-ACUMULAR-POSTAGEM-EXIT
045900        END-READ.
046000    1210-LER-MESTRE-EXIT.
046100        EXIT.
046200
046300******************************************************************
046400* 2000-ACUMULAR-POSTAGEM - ADDS THE POSTING IN GRADE-MASTER-RECORD
046500*     TO ITS DISCIPLINE/TERM ENTRY: STATUS COUNTS, EVERY NOTA
046600*     OTHER THAN THE ABSENT SENTINEL, AND THE RESULT OF EVERY
046700*     DECIDED POSTING (INCOMPLET HAS NONE YET). A TABLE TOO SMALL
046800*     FOR THE FILES STOPS THE RUN RATHER THAN PRINT PARTIAL RATES.
046900******************************************************************
047000    2000-ACUMULAR-POSTAGEM.
047100        IF GM-CURSO = SPACES OR GM-ANO NOT NUMERIC
047200            OR GM-SEM NOT NUMERIC
047300            GO TO 2000-ACUMULAR-POSTAGEM-EXIT
047400        END-IF
047500        ADD 1 TO WS-QTD-POSTAGENS
047600        MOVE GM-CURSO TO WS-CH-CURSO
047700        MOVE GM-ANO TO WS-CH-ANO
047800        MOVE GM-SEM TO WS-CH-SEM
047900        PERFORM 2100-LOCALIZAR-TERMO
048000            THRU 2100-LOCALIZAR-TERMO-EXIT
048100        IF NOT TD-ACHADO
048200            PERFORM 2200-INSERIR-TERMO
048300                THRU 2200-INSERIR-TERMO-EXIT
048400        END-IF
048500        IF GM-STATUS = "TRANCADO "
048600            ADD 1 TO WS-TD-TRANC(WS-TD-ATUAL)
048700            GO TO 2000-ACUMULAR-POSTAGEM-EXIT
048800        END-IF
048900        ADD 1 TO WS-TD-MATRIC(WS-TD-ATUAL)
049000        IF GM-STATUS = "APROVADO "
049100            ADD 1 TO WS-TD-APROV(WS-TD-ATUAL)
049200        END-IF
049300        IF GM-STATUS = "APROV-REC"
049400            ADD 1 TO WS-TD-AREC(WS-TD-ATUAL)
049500        END-IF
049600        IF GM-STATUS = "REPROVADO"
049700            ADD 1 TO WS-TD-REPR(WS-TD-ATUAL)
049800        END-IF
049900        IF GM-STATUS = "REPROV-F "
050000            ADD 1 TO WS-TD-REPF(WS-TD-ATUAL)
050100        END-IF
050200        IF GM-STATUS = "INCOMPLET"
050300            ADD 1 TO WS-TD-INCOMP(WS-TD-ATUAL)
050400        ELSE
050500            ADD GM-RESULT TO WS-TD-SOMA-RES(WS-TD-ATUAL)
050600            ADD 1 TO WS-TD-CNT-RES(WS-TD-ATUAL)
050700        END-IF
050800        IF GM-NOTA1 NOT = NOTA-AUSENTE
050900            ADD GM-NOTA1 TO WS-TD-SOMA-NOTA(WS-TD-ATUAL, 1)
051000            ADD 1 TO WS-TD-CNT-NOTA(WS-TD-ATUAL, 1)
051100        END-IF
051200        IF GM-NOTA2 NOT = NOTA-AUSENTE
051300            ADD GM-NOTA2 TO WS-TD-SOMA-NOTA(WS-TD-ATUAL, 2)
051400            ADD 1 TO WS-TD-CNT-NOTA(WS-TD-ATUAL, 2)
051500        END-IF
051600        IF GM-NOTA3 NOT = NOTA-AUSENTE
051700            ADD GM-NOTA3 TO WS-TD-SOMA-NOTA(WS-TD-ATUAL, 3)
051800            ADD 1 TO WS-TD-CNT-NOTA(WS-TD-ATUAL, 3)
051900        END-IF
052000        IF GM-NOTA4 NOT = NOTA-AUSENTE
052100            ADD GM-NOTA4 TO WS-TD-SOMA-NOTA(WS-TD-ATUAL, 4)
052200            ADD 1 TO WS-TD-CNT-NOTA(WS-TD-ATUAL, 4)
052300        END-IF.
052400    2000-ACUMULAR-POSTAGEM-EXIT.
052500        EXIT.
052600
052700******************************************************************
052800* 2100-LOCALIZAR-TERMO - BINARY SEARCH OF WS-CHAVE-BUSCA. FOUND,
052900*     WS-TD-ATUAL POINTS AT THE ENTRY; NOT FOUND, WS-BX-INICIO IS
053000*     THE POSITION WHERE IT BELONGS.
053100******************************************************************
053200    2100-LOCALIZAR-TERMO.
053300        MOVE "N" TO WS-TD-ACHADO-SW
053400        MOVE 1 TO WS-BX-INICIO
053500        MOVE WS-TD-QTD TO WS-BX-FIM
053600        PERFORM 2110-DIVIDIR-INTERVALO
053700            THRU 2110-DIVIDIR-INTERVALO-EXIT
053800            UNTIL WS-BX-INICIO > WS-BX-FIM OR TD-ACHADO.
053900    2100-LOCALIZAR-TERMO-EXIT.
054000        EXIT.
054100
054200    2110-DIVIDIR-INTERVALO.
054300        COMPUTE WS-BX-MEIO = (WS-BX-INICIO + WS-BX-FIM) / 2
054400        IF WS-TD-CHAVE(WS-BX-MEIO) = WS-CHAVE-BUSCA
054500            MOVE WS-BX-MEIO TO WS-TD-ATUAL
054600            MOVE "Y" TO WS-TD-ACHADO-SW
054700            GO TO 2110-DIVIDIR-INTERVALO-EXIT
054800        END-IF
054900        IF WS-TD-CHAVE(WS-BX-MEIO) < WS-CHAVE-BUSCA
055000            COMPUTE WS-BX-INICIO = WS-BX-MEIO + 1
055100        ELSE
055200            IF WS-BX-MEIO = 1
055300                MOVE ZERO TO WS-BX-FIM
055400            ELSE
055500                COMPUTE WS-BX-FIM = WS-BX-MEIO - 1
055600            END-IF
055700        END-IF.
055800    2110-DIVIDIR-INTERVALO-EXIT.
055900        EXIT.
056000
056100******************************************************************
056200* 2200-INSERIR-TERMO - OPENS A ZEROED ENTRY AT WS-BX-INICIO,
056300*     SHIFTING THE ENTRIES AFTER IT ONE PLACE UP.
056400******************************************************************
056500    2200-INSERIR-TERMO.
056600        IF WS-TD-QTD NOT < WS-TD-MAX
056700            DISPLAY "MAIS DE " WS-TD-MAX " DISCIPLINA/TERMOS - "
056800                "EXECUCAO INTERROMPIDA"
056900            CLOSE TENDENCIA-REPORT
057000            CLOSE TENDENCIA-CSV
057100            STOP RUN
057200        END-IF
057300        PERFORM 2210-DESLOCAR-ENTRADA
057400            THRU 2210-DESLOCAR-ENTRADA-EXIT
057500            VARYING WS-TD-IDX FROM WS-TD-QTD BY -1
057600            UNTIL WS-TD-IDX < WS-BX-INICIO
057700        ADD 1 TO WS-TD-QTD
057800        MOVE WS-BX-INICIO TO WS-TD-ATUAL
057900        INITIALIZE WS-TD-ENTRADA(WS-TD-ATUAL)
058000        MOVE WS-CHAVE-BUSCA TO WS-TD-CHAVE(WS-TD-ATUAL).
058100    2200-INSERIR-TERMO-EXIT.
058200        EXIT.
058300
058400    2210-DESLOCAR-ENTRADA.
058500        MOVE WS-TD-ENTRADA(WS-TD-IDX)
058600            TO WS-TD-ENTRADA(WS-TD-IDX + 1).
058700    2210-DESLOCAR-ENTRADA-EXIT.
058800        EXIT.
058900
059000******************************************************************
059100* 3000-EMITIR-PEDIDO - PRINTS THE TREND OF THE REQUESTED
059200*     DISCIPLINE (OR OF EVERY DISCIPLINE), ONE SECTION PER
059300*     DISCIPLINE WITH ITS TERMS IN ORDER, AND WRITES THE SAME
059400*     FIGURES TO THE CSV.
059500******************************************************************
059600    3000-EMITIR-PEDIDO.
059700        MOVE WS-TOL-MEDIA TO TIT-TOL-MEDIA
059800        MOVE WS-TOL-TAXA TO TIT-TOL-TAXA
059900        MOVE WS-LINHA-TITULO TO TENDENCIA-LINHA
060000        WRITE TENDENCIA-LINHA
060100        MOVE SPACES TO TENDENCIA-LINHA
060200        WRITE TENDENCIA-LINHA
060300        MOVE SPACES TO WS-CURSO-ANTERIOR
060400        MOVE ZERO TO WS-QTD-TERMOS-PEDIDO
060500        PERFORM 3100-EMITIR-TERMO THRU 3100-EMITIR-TERMO-EXIT
060600            VARYING WS-TD-IDX FROM 1 BY 1
060700            UNTIL WS-TD-IDX > WS-TD-QTD
060800        IF WS-QTD-TERMOS-PEDIDO = ZERO
060900            MOVE SPACES TO TENDENCIA-LINHA
061000            STRING "NENHUMA POSTAGEM ENCONTRADA PARA A "
061100                DELIMITED BY SIZE
061200                "DISCIPLINA " DELIMITED BY SIZE
061300                WS-CODIGO-CURSO DELIMITED BY SIZE
061400                INTO TENDENCIA-LINHA
061500            WRITE TENDENCIA-LINHA
061600            DISPLAY "NENHUMA POSTAGEM PARA A DISCIPLINA "
061700                WS-CODIGO-CURSO
061800        END-IF
061900        MOVE SPACES TO TENDENCIA-LINHA
062000        WRITE TENDENCIA-LINHA
062100        MOVE SPACES TO TENDENCIA-LINHA
062200        STRING "ALERTA: M = MEDIA DO RESULTADO, "
062300            DELIMITED BY SIZE
062400            "A = TAXA DE APROVACAO," DELIMITED BY SIZE
062500            INTO TENDENCIA-LINHA
062600        WRITE TENDENCIA-LINHA
062700        MOVE SPACES TO TENDENCIA-LINHA
062800        STRING "        N1-N4 = MEDIA DA NOTA, " DELIMITED BY SIZE
062900            "FORA DA TOLERANCIA " DELIMITED BY SIZE
063000            "FRENTE AOS TERMOS ANTERIORES" DELIMITED BY SIZE
063100            INTO TENDENCIA-LINHA
063200        WRITE TENDENCIA-LINHA
063300        MOVE SPACES TO TENDENCIA-LINHA
063400        WRITE TENDENCIA-LINHA.
063500    3000-EMITIR-PEDIDO-EXIT.
063600        EXIT.
063700
063800    3100-EMITIR-TERMO.
063900        IF WS-CODIGO-CURSO NOT = SPACES
064000            AND WS-TD-CURSO(WS-TD-IDX) NOT = WS-CODIGO-CURSO
064100            GO TO 3100-EMITIR-TERMO-EXIT
064200        END-IF
064300        ADD 1 TO WS-QTD-TERMOS-PEDIDO
064400        IF WS-TD-CURSO(WS-TD-IDX) NOT = WS-CURSO-ANTERIOR
064500            PERFORM 3200-INICIAR-DISCIPLINA
064600                THRU 3200-INICIAR-DISCIPLINA-EXIT
064700        END-IF
064800        PERFORM 3300-CALCULAR-TERMO THRU 3300-CALCULAR-TERMO-EXIT
064900        PERFORM 3400-COMPARAR-TERMO THRU 3400-COMPARAR-TERMO-EXIT
065000        PERFORM 3500-IMPRIMIR-TERMO THRU 3500-IMPRIMIR-TERMO-EXIT
065100        PERFORM 3600-GRAVAR-CSV THRU 3600-GRAVAR-CSV-EXIT
065200        PERFORM 3700-ACUMULAR-ANTERIOR
065300            THRU 3700-ACUMULAR-ANTERIOR-EXIT.
065400    3100-EMITIR-TERMO-EXIT.
065500        EXIT.
065600
065700******************************************************************
065800* 3200-INICIAR-DISCIPLINA - STARTS THE SECTION OF A NEW
065900*     DISCIPLINE AND CLEARS ITS PREVIOUS-TERM ACCUMULATORS.
066000******************************************************************
066100    3200-INICIAR-DISCIPLINA.
066200        IF WS-CURSO-ANTERIOR NOT = SPACES
066300            MOVE SPACES TO TENDENCIA-LINHA
066400            WRITE TENDENCIA-LINHA
066500        END-IF
066600        MOVE WS-TD-CURSO(WS-TD-IDX) TO WS-CURSO-ANTERIOR
066700        MOVE WS-TD-CURSO(WS-TD-IDX) TO DIS-CURSO
066800        MOVE WS-LINHA-DISCIPLINA TO TENDENCIA-LINHA
066900        WRITE TENDENCIA-LINHA
067000        MOVE WS-LINHA-COLUNAS TO TENDENCIA-LINHA
067100        WRITE TENDENCIA-LINHA
067200        MOVE ZERO TO WS-ANT-SOMA-RES
067300        MOVE ZERO TO WS-ANT-CNT-RES
067400        MOVE ZERO TO WS-ANT-MATRIC
067500        MOVE ZERO TO WS-ANT-APROVADOS
067600        PERFORM 3210-ZERAR-NOTA-ANTERIOR
067700            THRU 3210-ZERAR-NOTA-ANTERIOR-EXIT
067800            VARYING WS-NT-IDX FROM 1 BY 1
067900            UNTIL WS-NT-IDX > 4.
068000    3200-INICIAR-DISCIPLINA-EXIT.
068100        EXIT.
068200
068300    3210-ZERAR-NOTA-ANTERIOR.
068400        MOVE ZERO TO WS-ANT-SOMA-NOTA(WS-NT-IDX)
068500        MOVE ZERO TO WS-ANT-CNT-NOTA(WS-NT-IDX).
068600    3210-ZERAR-NOTA-ANTERIOR-EXIT.
068700        EXIT.
068800
068900******************************************************************
069000* 3300-CALCULAR-TERMO - STATUS RATES OVER THE ENROLLED COUNT AND
069100*     THE AVERAGES OF THE TERM AT WS-TD-IDX.
069200******************************************************************
069300    3300-CALCULAR-TERMO.
069400        MOVE ZERO TO WS-TX-APROV
069500        MOVE ZERO TO WS-TX-AREC
069600        MOVE ZERO TO WS-TX-REPR
069700        MOVE ZERO TO WS-TX-REPF
069800        MOVE ZERO TO WS-TX-INCOMP
069900        MOVE ZERO TO WS-TX-APROVACAO
070000        IF WS-TD-MATRIC(WS-TD-IDX) > ZERO
070100            COMPUTE WS-TX-APROV ROUNDED =
070200                WS-TD-APROV(WS-TD-IDX) * 100
070300                / WS-TD-MATRIC(WS-TD-IDX)
070400            COMPUTE WS-TX-AREC ROUNDED =
070500                WS-TD-AREC(WS-TD-IDX) * 100
070600                / WS-TD-MATRIC(WS-TD-IDX)
070700            COMPUTE WS-TX-REPR ROUNDED =
070800                WS-TD-REPR(WS-TD-IDX) * 100
070900                / WS-TD-MATRIC(WS-TD-IDX)
071000            COMPUTE WS-TX-REPF ROUNDED =
071100                WS-TD-REPF(WS-TD-IDX) * 100
071200                / WS-TD-MATRIC(WS-TD-IDX)
071300            COMPUTE WS-TX-INCOMP ROUNDED =
071400                WS-TD-INCOMP(WS-TD-IDX) * 100
071500                / WS-TD-MATRIC(WS-TD-IDX)
071600            COMPUTE WS-TX-APROVACAO ROUNDED =
071700                (WS-TD-APROV(WS-TD-IDX) + WS-TD-AREC(WS-TD-IDX))
071800                * 100 / WS-TD-MATRIC(WS-TD-IDX)
071900        END-IF
072000        MOVE ZERO TO WS-MEDIA-RES
072100        IF WS-TD-CNT-RES(WS-TD-IDX) > ZERO
072200            COMPUTE WS-MEDIA-RES ROUNDED =
072300                WS-TD-SOMA-RES(WS-TD-IDX)
072400                / WS-TD-CNT-RES(WS-TD-IDX)
072500        END-IF
072600        PERFORM 3310-CALCULAR-MEDIA-NOTA
072700            THRU 3310-CALCULAR-MEDIA-NOTA-EXIT
072800            VARYING WS-NT-IDX FROM 1 BY 1
072900            UNTIL WS-NT-IDX > 4.
073000    3300-CALCULAR-TERMO-EXIT.
073100        EXIT.
073200
073300    3310-CALCULAR-MEDIA-NOTA.
073400        MOVE ZERO TO WS-MEDIA-NOTA(WS-NT-IDX)
073500        IF WS-TD-CNT-NOTA(WS-TD-IDX, WS-NT-IDX) > ZERO
073600            COMPUTE WS-MEDIA-NOTA(WS-NT-IDX) ROUNDED =
073700                WS-TD-SOMA-NOTA(WS-TD-IDX, WS-NT-IDX)
073800                / WS-TD-CNT-NOTA(WS-TD-IDX, WS-NT-IDX)
073900        END-IF.
074000    3310-CALCULAR-MEDIA-NOTA-EXIT.
074100        EXIT.
074200
074300******************************************************************
074400* 3400-COMPARAR-TERMO - COMPARES THE TERM WITH THE DISCIPLINE'S
074500*     PREVIOUS TERMS TAKEN TOGETHER (EVERY POSTING, NOT AN
074600*     AVERAGE OF TERM AVERAGES) AND BUILDS THE ALERT CODES: M FOR
074700*     THE RESULT AVERAGE, A FOR THE APPROVAL RATE (APROVADO PLUS
074800*     APROV-REC), N1-N4 FOR AN AVALIACAO. THE FIRST TERM OF A
074900*     DISCIPLINE HAS NOTHING TO BE COMPARED WITH.
075000******************************************************************
075100    3400-COMPARAR-TERMO.
075200        MOVE SPACES TO WS-ALERTA
075300        MOVE 1 TO WS-ALERTA-PTR
075400        MOVE ZERO TO WS-MEDIA-RES-ANT
075500        MOVE ZERO TO WS-DIF-RES
075600        MOVE ZERO TO WS-TX-APROVACAO-ANT
075700        MOVE "N" TO WS-COMPARAVEL-SW
075800        IF WS-ANT-CNT-RES > ZERO
075900            AND WS-TD-CNT-RES(WS-TD-IDX) > ZERO
076000            MOVE "Y" TO WS-COMPARAVEL-SW
076100            COMPUTE WS-MEDIA-RES-ANT ROUNDED =
076200                WS-ANT-SOMA-RES / WS-ANT-CNT-RES
076300            COMPUTE WS-DIF-RES = WS-MEDIA-RES - WS-MEDIA-RES-ANT
076400            IF WS-DIF-RES > WS-TOL-MEDIA
076500                OR WS-DIF-RES < ZERO - WS-TOL-MEDIA
076600                MOVE "M " TO WS-ALERTA-COD
076700                PERFORM 3410-INCLUIR-ALERTA
076800                    THRU 3410-INCLUIR-ALERTA-EXIT
076900            END-IF
077000        END-IF
077100        IF WS-ANT-MATRIC > ZERO AND WS-TD-MATRIC(WS-TD-IDX) > ZERO
077200            COMPUTE WS-TX-APROVACAO-ANT ROUNDED =
077300                WS-ANT-APROVADOS * 100 / WS-ANT-MATRIC
077400            COMPUTE WS-DIF-TAXA =
077500                WS-TX-APROVACAO - WS-TX-APROVACAO-ANT
077600            IF WS-DIF-TAXA > WS-TOL-TAXA
077700                OR WS-DIF-TAXA < ZERO - WS-TOL-TAXA
077800                MOVE "A " TO WS-ALERTA-COD
077900                PERFORM 3410-INCLUIR-ALERTA
078000                    THRU 3410-INCLUIR-ALERTA-EXIT
078100            END-IF
078200        END-IF
078300        PERFORM 3420-COMPARAR-NOTA THRU 3420-COMPARAR-NOTA-EXIT
078400            VARYING WS-NT-IDX FROM 1 BY 1
078500            UNTIL WS-NT-IDX > 4
078600        IF WS-ALERTA NOT = SPACES
078700            ADD 1 TO WS-QTD-ALERTAS
078800        END-IF.
078900    3400-COMPARAR-TERMO-EXIT.
079000        EXIT.
079100
079200    3410-INCLUIR-ALERTA.
079300        IF WS-ALERTA-PTR > 1
079400            STRING "/" DELIMITED BY SIZE
079500                INTO WS-ALERTA WITH POINTER WS-ALERTA-PTR
079600        END-IF
079700        STRING WS-ALERTA-COD DELIMITED BY SPACE
079800            INTO WS-ALERTA WITH POINTER WS-ALERTA-PTR.
079900    3410-INCLUIR-ALERTA-EXIT.
080000        EXIT.
080100
080200    3420-COMPARAR-NOTA.
080300        IF WS-ANT-CNT-NOTA(WS-NT-IDX) = ZERO
080400            OR WS-TD-CNT-NOTA(WS-TD-IDX, WS-NT-IDX) = ZERO
080500            GO TO 3420-COMPARAR-NOTA-EXIT
080600        END-IF
080700        COMPUTE WS-MEDIA-NOTA-ANT ROUNDED =
080800            WS-ANT-SOMA-NOTA(WS-NT-IDX)
080900            / WS-ANT-CNT-NOTA(WS-NT-IDX)
081000        COMPUTE WS-DIF-NOTA =
081100            WS-MEDIA-NOTA(WS-NT-IDX) - WS-MEDIA-NOTA-ANT
081200        IF WS-DIF-NOTA > WS-TOL-MEDIA
081300            OR WS-DIF-NOTA < ZERO - WS-TOL-MEDIA
081400            MOVE "N" TO WS-ALERTA-COD (1:1)
081500            MOVE WS-NT-IDX TO WS-ALERTA-COD (2:1)
081600            PERFORM 3410-INCLUIR-ALERTA
081700                THRU 3410-INCLUIR-ALERTA-EXIT
081800        END-IF.
081900    3420-COMPARAR-NOTA-EXIT.
082000        EXIT.
082100
082200    3500-IMPRIMIR-TERMO.
082300        MOVE WS-TD-ANO(WS-TD-IDX) TO DET-ANO
082400        MOVE WS-TD-SEM(WS-TD-IDX) TO DET-SEM
082500        MOVE WS-TD-MATRIC(WS-TD-IDX) TO DET-MATRIC
082600        MOVE WS-TX-APROV TO DET-TX-APROV
082700        MOVE WS-TX-AREC TO DET-TX-AREC
082800        MOVE WS-TX-REPR TO DET-TX-REPR
082900        MOVE WS-TX-REPF TO DET-TX-REPF
083000        MOVE WS-TX-INCOMP TO DET-TX-INCOMP
083100        PERFORM 3510-IMPRIMIR-NOTA THRU 3510-IMPRIMIR-NOTA-EXIT
083200            VARYING WS-NT-IDX FROM 1 BY 1
083300            UNTIL WS-NT-IDX > 4
083400        IF WS-TD-CNT-RES(WS-TD-IDX) > ZERO
083500            MOVE WS-MEDIA-RES TO DET-MEDIA
083600        ELSE
083700            MOVE "  ---" TO DET-MEDIA-X
083800        END-IF
083900        IF TERMO-COMPARAVEL
084000            MOVE WS-MEDIA-RES-ANT TO DET-ANTERIOR
084100            MOVE WS-DIF-RES TO DET-DIF
084200        ELSE
084300            MOVE "  ---" TO DET-ANTERIOR-X
084400            MOVE "   ---" TO DET-DIF-X
084500        END-IF
084600        MOVE WS-ALERTA TO DET-ALERTA
084700        MOVE WS-LINHA-DETALHE TO TENDENCIA-LINHA
084800        WRITE TENDENCIA-LINHA.
084900    3500-IMPRIMIR-TERMO-EXIT.
085000        EXIT.
085100
085200    3510-IMPRIMIR-NOTA.
085300        IF WS-TD-CNT-NOTA(WS-TD-IDX, WS-NT-IDX) > ZERO
085400            MOVE WS-MEDIA-NOTA(WS-NT-IDX) TO DET-NOTA(WS-NT-IDX)
085500        ELSE
085600            MOVE "  ---" TO DET-NOTA-X(WS-NT-IDX)
085700        END-IF.
085800    3510-IMPRIMIR-NOTA-EXIT.
085900        EXIT.
086000
086100******************************************************************
086200* 3600-GRAVAR-CSV - WRITES THE TERM AS ONE CSV ROW WITH THE SAME
086300*     FIGURES AS THE PRINTED LINE, UNEDITED FOR CHARTING.
086400******************************************************************
086500    3600-GRAVAR-CSV.
086600        MOVE SPACES TO WS-CSV-LINHA
086700        MOVE 1 TO WS-CSV-PTR
086800        STRING WS-TD-CURSO(WS-TD-IDX) DELIMITED BY SPACE
086900            "," DELIMITED BY SIZE
087000            WS-TD-ANO(WS-TD-IDX) DELIMITED BY SIZE
087100            "," DELIMITED BY SIZE
087200            WS-TD-SEM(WS-TD-IDX) DELIMITED BY SIZE
087300            "," DELIMITED BY SIZE
087400            INTO WS-CSV-LINHA WITH POINTER WS-CSV-PTR
087500        MOVE WS-TD-MATRIC(WS-TD-IDX) TO WS-CSV-NUM
087600        PERFORM 3610-INCLUIR-NUMERO THRU 3610-INCLUIR-NUMERO-EXIT
087700        MOVE WS-TD-TRANC(WS-TD-IDX) TO WS-CSV-NUM
087800        PERFORM 3610-INCLUIR-NUMERO THRU 3610-INCLUIR-NUMERO-EXIT
087900        MOVE WS-TX-APROV TO WS-CSV-TAXA
088000        PERFORM 3620-INCLUIR-TAXA THRU 3620-INCLUIR-TAXA-EXIT
088100        MOVE WS-TX-AREC TO WS-CSV-TAXA
088200        PERFORM 3620-INCLUIR-TAXA THRU 3620-INCLUIR-TAXA-EXIT
088300        MOVE WS-TX-REPR TO WS-CSV-TAXA
088400        PERFORM 3620-INCLUIR-TAXA THRU 3620-INCLUIR-TAXA-EXIT
088500        MOVE WS-TX-REPF TO WS-CSV-TAXA
088600        PERFORM 3620-INCLUIR-TAXA THRU 3620-INCLUIR-TAXA-EXIT
088700        MOVE WS-TX-INCOMP TO WS-CSV-TAXA
088800        PERFORM 3620-INCLUIR-TAXA THRU 3620-INCLUIR-TAXA-EXIT
088900        PERFORM 3630-INCLUIR-NOTA THRU 3630-INCLUIR-NOTA-EXIT
089000            VARYING WS-NT-IDX FROM 1 BY 1
089100            UNTIL WS-NT-IDX > 4
089200        IF WS-TD-CNT-RES(WS-TD-IDX) > ZERO
089300            MOVE WS-MEDIA-RES TO WS-CSV-NOTA
089400        ELSE
089500            MOVE SPACES TO WS-CSV-NOTA-X
089600        END-IF
089700        PERFORM 3640-INCLUIR-MEDIA THRU 3640-INCLUIR-MEDIA-EXIT
089800        IF TERMO-COMPARAVEL
089900            MOVE WS-MEDIA-RES-ANT TO WS-CSV-NOTA
090000            MOVE WS-DIF-RES TO WS-CSV-DIF
090100        ELSE
090200            MOVE SPACES TO WS-CSV-NOTA-X
090300            MOVE SPACES TO WS-CSV-DIF-X
090400        END-IF
090500        PERFORM 3640-INCLUIR-MEDIA THRU 3640-INCLUIR-MEDIA-EXIT
090600        STRING WS-CSV-DIF-X DELIMITED BY SPACE
090700            "," DELIMITED BY SIZE
090800            INTO WS-CSV-LINHA WITH POINTER WS-CSV-PTR
090900        MOVE WS-TX-APROVACAO TO WS-CSV-TAXA
091000        PERFORM 3620-INCLUIR-TAXA THRU 3620-INCLUIR-TAXA-EXIT
091100        IF WS-ANT-MATRIC > ZERO
091200            MOVE WS-TX-APROVACAO-ANT TO WS-CSV-TAXA
091300            PERFORM 3620-INCLUIR-TAXA THRU 3620-INCLUIR-TAXA-EXIT
091400        ELSE
091500            STRING "," DELIMITED BY SIZE
091600                INTO WS-CSV-LINHA WITH POINTER WS-CSV-PTR
091700        END-IF
091800        STRING WS-ALERTA DELIMITED BY SPACE
091900            INTO WS-CSV-LINHA WITH POINTER WS-CSV-PTR
092000        MOVE WS-CSV-LINHA TO TENDENCIA-CSV-LINHA
092100        WRITE TENDENCIA-CSV-LINHA.
092200    3600-GRAVAR-CSV-EXIT.
092300        EXIT.
092400
092500    3610-INCLUIR-NUMERO.
092600        STRING WS-CSV-NUM DELIMITED BY SIZE
092700            "," DELIMITED BY SIZE
092800            INTO WS-CSV-LINHA WITH POINTER WS-CSV-PTR.
092900    3610-INCLUIR-NUMERO-EXIT.
093000        EXIT.
093100
093200    3620-INCLUIR-TAXA.
093300        STRING WS-CSV-TAXA DELIMITED BY SIZE
093400            "," DELIMITED BY SIZE
093500            INTO WS-CSV-LINHA WITH POINTER WS-CSV-PTR.
093600    3620-INCLUIR-TAXA-EXIT.
093700        EXIT.
093800
093900    3630-INCLUIR-NOTA.
094000        IF WS-TD-CNT-NOTA(WS-TD-IDX, WS-NT-IDX) > ZERO
094100            MOVE WS-MEDIA-NOTA(WS-NT-IDX) TO WS-CSV-NOTA
094200        ELSE
094300            MOVE SPACES TO WS-CSV-NOTA-X
094400        END-IF
094500        PERFORM 3640-INCLUIR-MEDIA THRU 3640-INCLUIR-MEDIA-EXIT.
094600    3630-INCLUIR-NOTA-EXIT.
094700        EXIT.
094800
094900    3640-INCLUIR-MEDIA.
095000        STRING WS-CSV-NOTA-X DELIMITED BY SPACE
095100            "," DELIMITED BY SIZE
095200            INTO WS-CSV-LINHA WITH POINTER WS-CSV-PTR.
095300    3640-INCLUIR-MEDIA-EXIT.
095400        EXIT.
095500
095600******************************************************************
095700* 3700-ACUMULAR-ANTERIOR - ADDS THE TERM JUST PRINTED TO THE
095800*     DISCIPLINE'S PREVIOUS-TERM ACCUMULATORS FOR THE NEXT TERM.
095900******************************************************************
096000    3700-ACUMULAR-ANTERIOR.
096100        ADD WS-TD-SOMA-RES(WS-TD-IDX) TO WS-ANT-SOMA-RES
096200        ADD WS-TD-CNT-RES(WS-TD-IDX) TO WS-ANT-CNT-RES
096300        ADD WS-TD-MATRIC(WS-TD-IDX) TO WS-ANT-MATRIC
096400        ADD WS-TD-APROV(WS-TD-IDX) TO WS-ANT-APROVADOS
096500        ADD WS-TD-AREC(WS-TD-IDX) TO WS-ANT-APROVADOS
096600        PERFORM 3710-ACUMULAR-NOTA THRU 3710-ACUMULAR-NOTA-EXIT
096700            VARYING WS-NT-IDX FROM 1 BY 1
096800            UNTIL WS-NT-IDX > 4.
096900    3700-ACUMULAR-ANTERIOR-EXIT.
097000        EXIT.
097100
097200    3710-ACUMULAR-NOTA.
097300        ADD WS-TD-SOMA-NOTA(WS-TD-IDX, WS-NT-IDX)
097400            TO WS-ANT-SOMA-NOTA(WS-NT-IDX)
097500        ADD WS-TD-CNT-NOTA(WS-TD-IDX, WS-NT-IDX)
097600            TO WS-ANT-CNT-NOTA(WS-NT-IDX).
097700    3710-ACUMULAR-NOTA-EXIT.
097800        EXIT.
097900
098000    END PROGRAM TendDisciplina.
