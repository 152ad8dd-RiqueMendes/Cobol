000100******************************************************************
000200* Author: Henrique S. Mendes
000300* Date:  15/10/2026
000400* Purpose: Pending avaliacao submissions by professor
000500* Tectonics: cobc
000600******************************************************************
000700* MODIFICATION HISTORY
000800* DATE       INIT DESCRIPTION
000900* 2026-10-15  HSM  NEW PROGRAM. CROSSES THE ASSIGNMENT FILE
001000*                  (ATRFILE) WITH THE DELIVERY LOG THE GRADE
001100*                  COLLECTION KEEPS (ENTFILE) AND LISTS, PROFESSOR
001200*                  BY PROFESSOR, EVERY AVALIACAO DUE THIS TERM
001300*                  WHOSE SUBMISSION HAS NOT BEEN ACCEPTED YET:
001400*                  OVERDUE ONES WITH THE DAYS OF DELAY, THE REST
001500*                  WITH THE DAYS LEFT. REFERENCE DATE AND AN
001600*                  OPTIONAL PROFESSOR COME FROM PAVPARM OR THE
001700*                  CONSOLE; REPORT IN PAVFILE.
001710* 2026-10-15  HSM  THE LAST TERM OF TERM-FILE IS ONLY TAKEN WHILE
001720*                  "ABERTO "; WITHOUT AN OPEN TERM NOTHING IS DUE
001730*                  AND THE RUN STOPS, AS IT NOW DOES WITHOUT
001740*                  TERM-FILE.
001800******************************************************************
001900    IDENTIFICATION DIVISION.
002000    PROGRAM-ID. PendAvaliacao.
002100    AUTHOR. HENRIQUE S. MENDES.
002200    INSTALLATION. DEPARTAMENTO ACADEMICO.
002300    DATE-WRITTEN. 15/10/2026.
002400    DATE-COMPILED.
002500
002600    ENVIRONMENT DIVISION.
002700    INPUT-OUTPUT SECTION.
002800    FILE-CONTROL.
002900        SELECT ASSIGNMENT-FILE ASSIGN TO "ATRFILE"
003000            ORGANIZATION IS LINE SEQUENTIAL
003100            FILE STATUS IS WS-FS-ATRIBUICAO.
003200        SELECT DELIVERY-LOG ASSIGN TO "ENTFILE"
003300            ORGANIZATION IS LINE SEQUENTIAL
003400            FILE STATUS IS WS-FS-ENTREGA.
003500        SELECT TERM-FILE ASSIGN TO "TRMFILE"
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS IS WS-FS-TERMO.
003800        SELECT PARAM-FILE ASSIGN TO "PAVPARM"
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS IS WS-FS-PARAM.
004100        SELECT PENDENCIA-REPORT ASSIGN TO "PAVFILE"
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS IS WS-FS-PENDENCIA.
004400
004500    DATA DIVISION.
004600    FILE SECTION.
004700    FD  ASSIGNMENT-FILE
004800        RECORDING MODE IS F.
004900    COPY ATRREC.
005000
005100    FD  DELIVERY-LOG
005200        RECORDING MODE IS F.
005300    COPY ENTREC.
005400
005500    FD  TERM-FILE
005600        RECORDING MODE IS F.
005700    COPY TRMREC.
005800
005900*   ONE REQUEST PER LINE: REFERENCE DATE AAAAMMDD (ZERO OR BLANK
006000*   FOR TODAY) AND PROFESSOR ID (BLANK FOR ALL PROFESSORS).
006100    FD  PARAM-FILE
006200        RECORDING MODE IS F.
006300    01  PARAM-RECORD.
006400        05  PRM-DATA-REF        PIC X(08).
006500        05  FILLER              PIC X(01).
006600        05  PRM-PROFESSOR       PIC X(08).
006700
006800    FD  PENDENCIA-REPORT
006900        RECORDING MODE IS F.
007000    01  PENDENCIA-LINHA         PIC X(80).
007100
007200    WORKING-STORAGE SECTION.
007300    01  WS-FS-ATRIBUICAO        PIC X(02).
007400    01  WS-FS-ENTREGA           PIC X(02).
007500    01  WS-FS-TERMO             PIC X(02).
007600    01  WS-FS-PARAM             PIC X(02).
007700    01  WS-FS-PENDENCIA         PIC X(02).
007800
007900    01  WS-ANO-LETIVO           PIC 9(04) VALUE ZERO.
008000    01  WS-SEMESTRE             PIC 9(01) VALUE ZERO.
008050    01  WS-TERMO-STATUS         PIC X(07) VALUE SPACES.
008100    01  WS-DATA-HOJE            PIC 9(08).
008200    01  WS-DATA-REF             PIC 9(08) VALUE ZERO.
008300    01  WS-DATA-ENTRADA         PIC X(08).
008400    01  WS-DATA-ENTRADA-N REDEFINES WS-DATA-ENTRADA
008500                                PIC 9(08).
008600    01  WS-PROFESSOR-PEDIDO     PIC X(08).
008700    01  WS-PROFESSOR-ANTERIOR   PIC X(08).
008800    01  WS-AV-IDX               PIC 9(01) VALUE ZERO.
008900    01  WS-DIAS                 PIC 9(05) VALUE ZERO.
009000
009100*   ASSIGNMENTS OF THE TERM, SORTED BY PROFESSOR, DISCIPLINE AND
009200*   TURMA BEFORE PRINTING.
009300    01  WS-PA-QTD               PIC 9(05) VALUE ZERO.
009400    01  WS-PA-IDX               PIC 9(05) VALUE ZERO.
009500    01  WS-PA-MENOR             PIC 9(05) VALUE ZERO.
009600    01  WS-PA-COMP              PIC 9(05) VALUE ZERO.
009700    01  WS-PA-MAX               PIC 9(05) VALUE 2000.
009800    01  WS-PA-TABELA.
009900        05  WS-PA-ENTRADA OCCURS 2000 TIMES.
010000            10  WS-PA-ORDEM.
010100                15  WS-PA-PROFESSOR
010200                                PIC X(08).
010300                15  WS-PA-CURSO PIC X(06).
010400                15  WS-PA-TURMA PIC X(02).
010500            10  WS-PA-AVALIACAO OCCURS 4 TIMES.
010600                15  WS-PA-DEVIDA
010700                                PIC X(01).
010800                15  WS-PA-PRAZO PIC 9(08).
010900    01  WS-PA-TROCA             PIC X(52).
011000
011100*   SUBMISSIONS ACCEPTED THIS TERM, ONE ENTRY PER DISCIPLINE,
011200*   TURMA AND AVALIACAO WITH THE EARLIEST ACCEPTANCE, KEPT IN KEY
011300*   ORDER AS IT IS BUILT SO LOOKUPS CAN BE BINARY.
011400    01  WS-EG-QTD               PIC 9(05) VALUE ZERO.
011500    01  WS-EG-IDX               PIC 9(05) VALUE ZERO.
011600    01  WS-EG-ATUAL             PIC 9(05) VALUE ZERO.
011700    01  WS-EG-MAX               PIC 9(05) VALUE 8000.
011800    01  WS-EG-TABELA.
011900        05  WS-EG-ENTRADA OCCURS 8000 TIMES.
012000            10  WS-EG-CHAVE.
012100                15  WS-EG-CURSO PIC X(06).
012200                15  WS-EG-TURMA PIC X(02).
012300                15  WS-EG-AVAL  PIC 9(01).
012400            10  WS-EG-DATA      PIC 9(08).
012500
012600*   BINARY SEARCH OF WS-EG-TABELA.
012700    01  WS-CHAVE-BUSCA.
012800        05  WS-CH-CURSO         PIC X(06).
012900        05  WS-CH-TURMA         PIC X(02).
013000        05  WS-CH-AVAL          PIC 9(01).
013100    01  WS-BX-INICIO            PIC 9(05) VALUE ZERO.
013200    01  WS-BX-FIM               PIC 9(05) VALUE ZERO.
013300    01  WS-BX-MEIO              PIC 9(05) VALUE ZERO.
013400
013500*   DAY NUMBER OF A DATE (DAYS SINCE A FIXED ORIGIN), SO THAT TWO
013600*   DATES CAN BE SUBTRACTED. MONTHS ARE COUNTED FROM MARCH SO THE
013700*   LEAP DAY FALLS AT THE END OF THE COUNTING YEAR.
013800    01  WS-DC-DATA              PIC 9(08).
013900    01  WS-DC-DATA-R REDEFINES WS-DC-DATA.
014000        05  WS-DC-ANO           PIC 9(04).
014100        05  WS-DC-MES           PIC 9(02).
014200        05  WS-DC-DIA           PIC 9(02).
014300    01  WS-DC-MES-MARCO         PIC 9(02) VALUE ZERO.
014400    01  WS-DC-ANO-MARCO         PIC 9(04) VALUE ZERO.
014500    01  WS-DC-AUX               PIC 9(05) VALUE ZERO.
014600    01  WS-DC-PARCELA           PIC 9(07) VALUE ZERO.
014700    01  WS-DC-DIAS              PIC 9(07) VALUE ZERO.
014800    01  WS-DIAS-REF             PIC 9(07) VALUE ZERO.
014900    01  WS-DIAS-PRAZO           PIC 9(07) VALUE ZERO.
015000
015100*   COUNTS OF THE PROFESSOR BEING PRINTED AND OF THE REQUEST.
015200    01  WS-PR-ATRASADAS         PIC 9(05) VALUE ZERO.
015300    01  WS-PR-NO-PRAZO          PIC 9(05) VALUE ZERO.
015400    01  WS-PR-ENTREGUES         PIC 9(05) VALUE ZERO.
015500    01  WS-TT-PROFESSORES       PIC 9(05) VALUE ZERO.
015600    01  WS-TT-ATRASADAS         PIC 9(05) VALUE ZERO.
015700    01  WS-TT-NO-PRAZO          PIC 9(05) VALUE ZERO.
015800    01  WS-TT-ENTREGUES         PIC 9(05) VALUE ZERO.
015900    01  WS-QTD-ED               PIC ZZZZ9.
016000    01  WS-QTD-ED2              PIC ZZZZ9.
016100    01  WS-QTD-ED3              PIC ZZZZ9.
016200
016300    01  WS-LINHA-TITULO.
016400        05  FILLER              PIC X(36) VALUE
016500            "AVALIACOES PENDENTES POR PROFESSOR -".
016600        05  FILLER              PIC X(07) VALUE " TERMO ".
016700        05  TIT-ANO             PIC 9(04).
016800        05  FILLER              PIC X(01) VALUE "/".
016900        05  TIT-SEM             PIC 9(01).
017000        05  FILLER              PIC X(13) VALUE " - REFERENCIA".
017100        05  FILLER              PIC X(01) VALUE SPACE.
017200        05  TIT-DATA-REF        PIC 9999/99/99.
017300        05  FILLER              PIC X(07) VALUE SPACES.
017400
017500    01  WS-LINHA-PROFESSOR.
017600        05  FILLER              PIC X(11) VALUE "PROFESSOR: ".
017700        05  PRO-PROFESSOR       PIC X(08).
017800        05  FILLER              PIC X(61) VALUE SPACES.
017900
018000    01  WS-LINHA-COLUNAS.
018100        05  FILLER              PIC X(04) VALUE SPACES.
018200        05  FILLER              PIC X(08) VALUE "CURSO".
018300        05  FILLER              PIC X(07) VALUE "TURMA".
018400        05  FILLER              PIC X(06) VALUE "AVAL".
018500        05  FILLER              PIC X(12) VALUE "PRAZO".
018600        05  FILLER              PIC X(10) VALUE "SITUACAO".
018700        05  FILLER              PIC X(33) VALUE "DIAS".
018800
018900    01  WS-LINHA-DETALHE.
019000        05  FILLER              PIC X(04) VALUE SPACES.
019100        05  DET-CURSO           PIC X(06).
019200        05  FILLER              PIC X(02) VALUE SPACES.
019300        05  DET-TURMA           PIC X(02).
019400        05  FILLER              PIC X(05) VALUE SPACES.
019500        05  DET-AVAL            PIC 9(01).
019600        05  FILLER              PIC X(05) VALUE SPACES.
019700        05  DET-PRAZO           PIC 9999/99/99.
019800        05  FILLER              PIC X(02) VALUE SPACES.
019900        05  DET-SITUACAO        PIC X(08).
020000        05  FILLER              PIC X(02) VALUE SPACES.
020100        05  DET-DIAS            PIC ZZZZ9.
020200        05  FILLER              PIC X(01) VALUE SPACE.
020300        05  DET-DIAS-TEXTO      PIC X(10).
020400        05  FILLER              PIC X(17) VALUE SPACES.
020500
020600    01  WS-INDICADORES.
020700        05  WS-EOF-ATRIB-SW     PIC X(01) VALUE "N".
020800            88  EOF-ATRIBUICAO             VALUE "Y".
020900        05  WS-EOF-ENTREGA-SW   PIC X(01) VALUE "N".
021000            88  EOF-ENTREGA                VALUE "Y".
021100        05  WS-EOF-TERMO-SW     PIC X(01) VALUE "N".
021200            88  EOF-TERMOS                 VALUE "Y".
021300        05  WS-EOF-PARAM-SW     PIC X(01) VALUE "N".
021400            88  EOF-PARAM                  VALUE "Y".
021500        05  WS-DIRIGIDO-SW      PIC X(01) VALUE "N".
021600            88  MODO-DIRIGIDO              VALUE "Y".
021700        05  WS-EG-ACHADO-SW     PIC X(01) VALUE "N".
021800            88  EG-ACHADO                  VALUE "Y".
021900        05  WS-PROF-ABERTO-SW   PIC X(01) VALUE "N".
022000            88  PROFESSOR-ABERTO           VALUE "Y".
022100        05  WS-DATA-OK-SW       PIC X(01) VALUE "N".
022200            88  DATA-VALIDA                VALUE "Y".
022300
022400    PROCEDURE DIVISION.
022500    0000-MAINLINE.
022600        PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
022700        IF MODO-DIRIGIDO
022800            PERFORM 0200-LER-PARAM THRU 0200-LER-PARAM-EXIT
022900                UNTIL EOF-PARAM
023000            CLOSE PARAM-FILE
023100        ELSE
023200            PERFORM 0300-PEDIR-CONSOLE
023300                THRU 0300-PEDIR-CONSOLE-EXIT
023400            PERFORM 3000-EMITIR-PEDIDO
023500                THRU 3000-EMITIR-PEDIDO-EXIT
023600        END-IF
023700        CLOSE PENDENCIA-REPORT
023800        MOVE WS-PA-QTD TO WS-QTD-ED
023900        MOVE WS-EG-QTD TO WS-QTD-ED2
024000        DISPLAY "ATRIBUICOES LIDAS: " WS-QTD-ED
024100            "  AVALIACOES ENTREGUES NO TERMO: " WS-QTD-ED2
024200        DISPLAY "PENDENCIAS GRAVADAS EM PAVFILE"
024300        STOP RUN.
024400
024500******************************************************************
024600* 0200-LER-PARAM - READS ONE PAVPARM REQUEST AND REPORTS IT. A
024700*     DATE MISSING OR NOT A CALENDAR DATE TAKES TODAY.
024800******************************************************************
024900    0200-LER-PARAM.
025000        READ PARAM-FILE
025100            AT END
025200                MOVE "Y" TO WS-EOF-PARAM-SW
025300                GO TO 0200-LER-PARAM-EXIT
025400        END-READ
025500        MOVE PRM-DATA-REF TO WS-DATA-ENTRADA
025600        PERFORM 0400-FIXAR-DATA-REF THRU 0400-FIXAR-DATA-REF-EXIT
025700        MOVE PRM-PROFESSOR TO WS-PROFESSOR-PEDIDO
025800        PERFORM 3000-EMITIR-PEDIDO THRU 3000-EMITIR-PEDIDO-EXIT.
025900    0200-LER-PARAM-EXIT.
026000        EXIT.
026100
026200******************************************************************
026300* 0300-PEDIR-CONSOLE - ASKS FOR THE REFERENCE DATE AND THE
026400*     PROFESSOR. BLANK ANSWERS TAKE TODAY AND EVERY PROFESSOR.
026500******************************************************************
026600    0300-PEDIR-CONSOLE.
026700        DISPLAY "DATA DE REFERENCIA AAAAMMDD (BRANCO P/ HOJE):"
026800        MOVE SPACES TO WS-DATA-ENTRADA
026900        ACCEPT WS-DATA-ENTRADA
027000        PERFORM 0400-FIXAR-DATA-REF THRU 0400-FIXAR-DATA-REF-EXIT
027100        DISPLAY "PROFESSOR (BRANCO P/ TODOS):"
027200        MOVE SPACES TO WS-PROFESSOR-PEDIDO
027300        ACCEPT WS-PROFESSOR-PEDIDO.
027400    0300-PEDIR-CONSOLE-EXIT.
027500        EXIT.
027600
027700******************************************************************
027800* 0400-FIXAR-DATA-REF - TAKES WS-DATA-ENTRADA AS THE REFERENCE
027900*     DATE WHEN IT IS A CALENDAR DATE; OTHERWISE TODAY.
028000******************************************************************
028100    0400-FIXAR-DATA-REF.
028200        MOVE WS-DATA-HOJE TO WS-DATA-REF
028300        IF WS-DATA-ENTRADA = SPACES OR WS-DATA-ENTRADA = ZEROS
028400            GO TO 0400-FIXAR-DATA-REF-EXIT
028500        END-IF
028600        MOVE "N" TO WS-DATA-OK-SW
028700        IF WS-DATA-ENTRADA NUMERIC
028800            MOVE WS-DATA-ENTRADA-N TO WS-DC-DATA
028900            PERFORM 8100-VALIDAR-DATA THRU 8100-VALIDAR-DATA-EXIT
029000        END-IF
029100        IF DATA-VALIDA
029200            MOVE WS-DATA-ENTRADA-N TO WS-DATA-REF
029300        ELSE
029400            DISPLAY "DATA DE REFERENCIA INVALIDA ("
029500                WS-DATA-ENTRADA
029600                ") - USADA A DATA DE HOJE"
029700        END-IF.
029800    0400-FIXAR-DATA-REF-EXIT.
029900        EXIT.
030000
030100******************************************************************
030200* 1000-INICIALIZAR - OPENS THE REPORT, FINDS THE CURRENT TERM,
030300*     LOADS AND SORTS THE ASSIGNMENTS, LOADS THE DELIVERIES OF THE
030400*     TERM, AND DECIDES WHETHER THE REQUESTS COME FROM PAVPARM OR
030500*     THE CONSOLE.
030600******************************************************************
030700    1000-INICIALIZAR.
030800        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
030900        OPEN OUTPUT PENDENCIA-REPORT
031000        IF WS-FS-PENDENCIA NOT = "00"
031100            DISPLAY "PENDENCIA-REPORT NAO PODE SER ABERTO - "
031200                "STATUS " WS-FS-PENDENCIA
031300            STOP RUN
031400        END-IF
031500        PERFORM 1100-CARREGAR-TERMO THRU 1100-CARREGAR-TERMO-EXIT
031600        PERFORM 1200-CARREGAR-ATRIBUICOES
031700            THRU 1200-CARREGAR-ATRIBUICOES-EXIT
031800        PERFORM 1300-CARREGAR-ENTREGAS
031900            THRU 1300-CARREGAR-ENTREGAS-EXIT
032000        PERFORM 1400-ORDENAR THRU 1400-ORDENAR-EXIT
032100        OPEN INPUT PARAM-FILE
032200        IF WS-FS-PARAM = "00"
032300            MOVE "Y" TO WS-DIRIGIDO-SW
032400            DISPLAY "PAVPARM ENCONTRADO - EXECUCAO DIRIGIDA "
032500                "SEM PARADAS"
032600        END-IF.
032700    1000-INICIALIZAR-EXIT.
032800        EXIT.
032900
033000******************************************************************
033100* 1100-CARREGAR-TERMO - READS TERM-FILE AND KEEPS THE LAST TERM
033200*     REGISTERED, WHOSE DELIVERIES ARE THE ONES THAT COUNT. IT
033300*     MUST BE "ABERTO ", AS THE COLLECTION ONLY LOGS DELIVERIES
033400*     WHILE A TERM IS OPEN; WITHOUT ONE THE RUN STOPS.
033500******************************************************************
033600    1100-CARREGAR-TERMO.
033700        OPEN INPUT TERM-FILE
033800        IF WS-FS-TERMO NOT = "00"
033900            DISPLAY "TERM-FILE NAO ENCONTRADO - STATUS "
034000                WS-FS-TERMO " - EXECUCAO ENCERRADA"
034050            CLOSE PENDENCIA-REPORT
034100            STOP RUN
034200        END-IF
034300        PERFORM 1110-LER-TERMO THRU 1110-LER-TERMO-EXIT
034400            UNTIL EOF-TERMOS
034500        CLOSE TERM-FILE
034510        IF WS-ANO-LETIVO = ZERO
034520            DISPLAY "TERM-FILE VAZIO - CADASTRE O TERMO LETIVO"
034530            CLOSE PENDENCIA-REPORT
034540            STOP RUN
034550        END-IF
034560        IF WS-TERMO-STATUS NOT = "ABERTO "
034570            DISPLAY "TERMO " WS-ANO-LETIVO "/" WS-SEMESTRE
034575                " FECHADO - NENHUM TERMO ABERTO - EXECUCAO "
034580                "ENCERRADA"
034585            CLOSE PENDENCIA-REPORT
034590            STOP RUN
034595        END-IF.
034600    1100-CARREGAR-TERMO-EXIT.
034700        EXIT.
034800
034900    1110-LER-TERMO.
035000        READ TERM-FILE
035100            AT END
035200                MOVE "Y" TO WS-EOF-TERMO-SW
035300            NOT AT END
035400                MOVE TRM-ANO    TO WS-ANO-LETIVO
035500                MOVE TRM-SEM    TO WS-SEMESTRE
035550                MOVE TRM-STATUS TO WS-TERMO-STATUS
035600        END-READ.
035700    1110-LER-TERMO-EXIT.
035800        EXIT.
035900
036000******************************************************************
036100* 1200-CARREGAR-ATRIBUICOES - LOADS THE ASSIGNMENT FILE. WITHOUT
036200*     IT THERE IS NOTHING DUE, SO THE RUN STOPS.
036300******************************************************************
036400    1200-CARREGAR-ATRIBUICOES.
036500        OPEN INPUT ASSIGNMENT-FILE
036600        IF WS-FS-ATRIBUICAO NOT = "00"
036700            DISPLAY "ATRFILE NAO PODE SER ABERTO - STATUS "
036800                WS-FS-ATRIBUICAO
036900            CLOSE PENDENCIA-REPORT
037000            STOP RUN
037100        END-IF
037200        PERFORM 1210-LER-ATRIBUICAO
037300            THRU 1210-LER-ATRIBUICAO-EXIT
037400            UNTIL EOF-ATRIBUICAO
037500        CLOSE ASSIGNMENT-FILE.
037600    1200-CARREGAR-ATRIBUICOES-EXIT.
037700        EXIT.
037800
037900    1210-LER-ATRIBUICAO.
038000        READ ASSIGNMENT-FILE
038100            AT END
038200                MOVE "Y" TO WS-EOF-ATRIB-SW
038300                GO TO 1210-LER-ATRIBUICAO-EXIT
038400        END-READ
038500        IF WS-PA-QTD NOT < WS-PA-MAX
038600            DISPLAY "MAIS DE " WS-PA-MAX " ATRIBUICOES - "
038700                "EXECUCAO INTERROMPIDA"
038800            CLOSE ASSIGNMENT-FILE
038900            CLOSE PENDENCIA-REPORT
039000            STOP RUN
039100        END-IF
039200        ADD 1 TO WS-PA-QTD
039300        MOVE ATR-PROFESSOR TO WS-PA-PROFESSOR (WS-PA-QTD)
039400        MOVE ATR-CURSO TO WS-PA-CURSO (WS-PA-QTD)
039500        MOVE ATR-TURMA TO WS-PA-TURMA (WS-PA-QTD)
039600        MOVE 1 TO WS-AV-IDX
039700        PERFORM 1220-COPIAR-AVALIACAO
039800            THRU 1220-COPIAR-AVALIACAO-EXIT
039900            UNTIL WS-AV-IDX > 4.
040000    1210-LER-ATRIBUICAO-EXIT.
040100        EXIT.
040200
040300    1220-COPIAR-AVALIACAO.
040400        MOVE ATR-AVAL-DEVIDA (WS-AV-IDX)
040500            TO WS-PA-DEVIDA (WS-PA-QTD WS-AV-IDX)
040600        MOVE ATR-AVAL-PRAZO (WS-AV-IDX)
040700            TO WS-PA-PRAZO (WS-PA-QTD WS-AV-IDX)
040800        ADD 1 TO WS-AV-IDX.
040900    1220-COPIAR-AVALIACAO-EXIT.
041000        EXIT.
041100
041200******************************************************************
041300* 1300-CARREGAR-ENTREGAS - LOADS THE DELIVERIES OF THE CURRENT
041400*     TERM, KEEPING THE EARLIEST ACCEPTANCE OF EACH AVALIACAO.
041500*     A MISSING LOG MEANS NOTHING HAS BEEN DELIVERED YET.
041600******************************************************************
041700    1300-CARREGAR-ENTREGAS.
041800        OPEN INPUT DELIVERY-LOG
041900        IF WS-FS-ENTREGA NOT = "00"
042000            DISPLAY "ENTFILE NAO ENCONTRADO - NENHUMA ENTREGA "
042100                "REGISTRADA"
042200            GO TO 1300-CARREGAR-ENTREGAS-EXIT
042300        END-IF
042400        PERFORM 1310-LER-ENTREGA THRU 1310-LER-ENTREGA-EXIT
042500            UNTIL EOF-ENTREGA
042600        CLOSE DELIVERY-LOG.
042700    1300-CARREGAR-ENTREGAS-EXIT.
042800        EXIT.
042900
043000    1310-LER-ENTREGA.
043100        READ DELIVERY-LOG
043200            AT END
043300                MOVE "Y" TO WS-EOF-ENTREGA-SW
043400                GO TO 1310-LER-ENTREGA-EXIT
043500        END-READ
043600        IF ENT-ANO NOT = WS-ANO-LETIVO
043700            OR ENT-SEM NOT = WS-SEMESTRE
043800            GO TO 1310-LER-ENTREGA-EXIT
043900        END-IF
044000        MOVE ENT-CURSO TO WS-CH-CURSO
044100        MOVE ENT-TURMA TO WS-CH-TURMA
044200        MOVE ENT-AVALIACAO TO WS-CH-AVAL
044300        PERFORM 2100-LOCALIZAR-ENTREGA
044400            THRU 2100-LOCALIZAR-ENTREGA-EXIT
044500        IF NOT EG-ACHADO
044600            PERFORM 2200-INSERIR-ENTREGA
044700                THRU 2200-INSERIR-ENTREGA-EXIT
044800            MOVE ENT-DATA TO WS-EG-DATA (WS-EG-ATUAL)
044900        ELSE
045000            IF ENT-DATA < WS-EG-DATA (WS-EG-ATUAL)
045100                MOVE ENT-DATA TO WS-EG-DATA (WS-EG-ATUAL)
045200            END-IF
045300        END-IF.
045400    1310-LER-ENTREGA-EXIT.
045500        EXIT.
045600
045700******************************************************************
045800* 1400-ORDENAR - SORTS WS-PA-TABELA IN PLACE BY PROFESSOR,
045900*     DISCIPLINE AND TURMA (SELECTION SORT: ONE PASS PER
046000*     POSITION).
046100******************************************************************
046200    1400-ORDENAR.
046300        MOVE 1 TO WS-PA-IDX
046400        PERFORM 1410-PASSADA THRU 1410-PASSADA-EXIT
046500            UNTIL WS-PA-IDX >= WS-PA-QTD.
046600    1400-ORDENAR-EXIT.
046700        EXIT.
046800
046900    1410-PASSADA.
047000        MOVE WS-PA-IDX TO WS-PA-MENOR
047100        COMPUTE WS-PA-COMP = WS-PA-IDX + 1
047200        PERFORM 1420-COMPARAR THRU 1420-COMPARAR-EXIT
047300            UNTIL WS-PA-COMP > WS-PA-QTD
047400        IF WS-PA-MENOR NOT = WS-PA-IDX
047500            MOVE WS-PA-ENTRADA (WS-PA-IDX) TO WS-PA-TROCA
047600            MOVE WS-PA-ENTRADA (WS-PA-MENOR)
047700                TO WS-PA-ENTRADA (WS-PA-IDX)
047800            MOVE WS-PA-TROCA TO WS-PA-ENTRADA (WS-PA-MENOR)
047900        END-IF
048000        ADD 1 TO WS-PA-IDX.
048100    1410-PASSADA-EXIT.
048200        EXIT.
048300
048400    1420-COMPARAR.
048500        IF WS-PA-ORDEM (WS-PA-COMP) < WS-PA-ORDEM (WS-PA-MENOR)
048600            MOVE WS-PA-COMP TO WS-PA-MENOR
048700        END-IF
048800        ADD 1 TO WS-PA-COMP.
048900    1420-COMPARAR-EXIT.
049000        EXIT.
049100
049200******************************************************************
049300* 2100-LOCALIZAR-ENTREGA - BINARY SEARCH OF WS-CHAVE-BUSCA IN
049400*     WS-EG-TABELA. WHEN ABSENT, WS-BX-INICIO IS WHERE IT GOES.
049500******************************************************************
049600    2100-LOCALIZAR-ENTREGA.
049700        MOVE "N" TO WS-EG-ACHADO-SW
049800        MOVE 1 TO WS-BX-INICIO
049900        MOVE WS-EG-QTD TO WS-BX-FIM
050000        PERFORM 2110-DIVIDIR-INTERVALO
050100            THRU 2110-DIVIDIR-INTERVALO-EXIT
050200            UNTIL EG-ACHADO OR WS-BX-INICIO > WS-BX-FIM.
050300    2100-LOCALIZAR-ENTREGA-EXIT.
050400        EXIT.
050500
050600    2110-DIVIDIR-INTERVALO.
050700        COMPUTE WS-BX-MEIO = (WS-BX-INICIO + WS-BX-FIM) / 2
050800        IF WS-EG-CHAVE (WS-BX-MEIO) = WS-CHAVE-BUSCA
050900            MOVE WS-BX-MEIO TO WS-EG-ATUAL
051000            MOVE "Y" TO WS-EG-ACHADO-SW
051100            GO TO 2110-DIVIDIR-INTERVALO-EXIT
051200        END-IF
051300        IF WS-EG-CHAVE (WS-BX-MEIO) < WS-CHAVE-BUSCA
051400            COMPUTE WS-BX-INICIO = WS-BX-MEIO + 1
051500        ELSE
051600            IF WS-BX-MEIO = 1
051700                MOVE ZERO TO WS-BX-FIM
051800            ELSE
051900                COMPUTE WS-BX-FIM = WS-BX-MEIO - 1
052000            END-IF
052100        END-IF.
052200    2110-DIVIDIR-INTERVALO-EXIT.
052300        EXIT.
052400
052500******************************************************************
052600* 2200-INSERIR-ENTREGA - OPENS AN ENTRY AT WS-BX-INICIO, SHIFTING
052700*     THE ENTRIES AFTER IT ONE PLACE UP.
052800******************************************************************
052900    2200-INSERIR-ENTREGA.
053000        IF WS-EG-QTD NOT < WS-EG-MAX
053100            DISPLAY "MAIS DE " WS-EG-MAX " ENTREGAS NO TERMO - "
053200                "EXECUCAO INTERROMPIDA"
053300            CLOSE DELIVERY-LOG
053400            CLOSE PENDENCIA-REPORT
053500            STOP RUN
053600        END-IF
053700        PERFORM 2210-DESLOCAR-ENTRADA
053800            THRU 2210-DESLOCAR-ENTRADA-EXIT
053900            VARYING WS-EG-IDX FROM WS-EG-QTD BY -1
054000            UNTIL WS-EG-IDX < WS-BX-INICIO
054100        ADD 1 TO WS-EG-QTD
054200        MOVE WS-BX-INICIO TO WS-EG-ATUAL
054300        MOVE WS-CHAVE-BUSCA TO WS-EG-CHAVE (WS-EG-ATUAL)
054400        MOVE ZERO TO WS-EG-DATA (WS-EG-ATUAL).
054500    2200-INSERIR-ENTREGA-EXIT.
054600        EXIT.
054700
054800    2210-DESLOCAR-ENTRADA.
054900        MOVE WS-EG-ENTRADA (WS-EG-IDX)
055000            TO WS-EG-ENTRADA (WS-EG-IDX + 1).
055100    2210-DESLOCAR-ENTRADA-EXIT.
055200        EXIT.
055300
055400******************************************************************
055500* 3000-EMITIR-PEDIDO - PRINTS THE PENDING AVALIACOES OF EVERY
055600*     PROFESSOR (OR OF THE ONE REQUESTED) AS OF WS-DATA-REF, ONE
055700*     SECTION PER PROFESSOR WITH ITS SUBTOTALS, AND THE TOTALS.
055800******************************************************************
055900    3000-EMITIR-PEDIDO.
056000        MOVE ZERO TO WS-TT-PROFESSORES WS-TT-ATRASADAS
056100            WS-TT-NO-PRAZO WS-TT-ENTREGUES
056200        MOVE "N" TO WS-PROF-ABERTO-SW
056300        MOVE WS-DATA-REF TO WS-DC-DATA
056400        PERFORM 8000-CONTAR-DIAS THRU 8000-CONTAR-DIAS-EXIT
056500        MOVE WS-DC-DIAS TO WS-DIAS-REF
056600        MOVE WS-ANO-LETIVO TO TIT-ANO
056700        MOVE WS-SEMESTRE TO TIT-SEM
056800        MOVE WS-DATA-REF TO TIT-DATA-REF
056900        MOVE WS-LINHA-TITULO TO PENDENCIA-LINHA
057000        WRITE PENDENCIA-LINHA
057100        MOVE 1 TO WS-PA-IDX
057200        PERFORM 3100-TRATAR-ATRIBUICAO
057300            THRU 3100-TRATAR-ATRIBUICAO-EXIT
057400            UNTIL WS-PA-IDX > WS-PA-QTD
057500        IF PROFESSOR-ABERTO
057600            PERFORM 3300-FECHAR-PROFESSOR
057700                THRU 3300-FECHAR-PROFESSOR-EXIT
057800        END-IF
057900        MOVE SPACES TO PENDENCIA-LINHA
058000        WRITE PENDENCIA-LINHA
058100        IF WS-TT-PROFESSORES = ZERO
058200            MOVE SPACES TO PENDENCIA-LINHA
058300            IF WS-PROFESSOR-PEDIDO = SPACES
058400                MOVE "NENHUMA ATRIBUICAO NO ATRFILE"
058500                    TO PENDENCIA-LINHA
058600            ELSE
058700                STRING "PROFESSOR " DELIMITED BY SIZE
058800                    WS-PROFESSOR-PEDIDO DELIMITED BY SIZE
058900                    " SEM ATRIBUICAO NO ATRFILE" DELIMITED BY SIZE
059000                    INTO PENDENCIA-LINHA
059100            END-IF
059200            WRITE PENDENCIA-LINHA
059300        END-IF
059400        MOVE WS-TT-PROFESSORES TO WS-QTD-ED
059500        MOVE SPACES TO PENDENCIA-LINHA
059600        STRING "PROFESSORES: " DELIMITED BY SIZE
059700            WS-QTD-ED DELIMITED BY SIZE
059800            INTO PENDENCIA-LINHA
059900        WRITE PENDENCIA-LINHA
060000        MOVE WS-TT-ATRASADAS TO WS-QTD-ED
060100        MOVE WS-TT-NO-PRAZO TO WS-QTD-ED2
060200        MOVE WS-TT-ENTREGUES TO WS-QTD-ED3
060300        MOVE SPACES TO PENDENCIA-LINHA
060400        STRING "TOTAL - ATRASADAS: " DELIMITED BY SIZE
060500            WS-QTD-ED DELIMITED BY SIZE
060600            "  NO PRAZO: " DELIMITED BY SIZE
060700            WS-QTD-ED2 DELIMITED BY SIZE
060800            "  ENTREGUES: " DELIMITED BY SIZE
060900            WS-QTD-ED3 DELIMITED BY SIZE
061000            INTO PENDENCIA-LINHA
061100        WRITE PENDENCIA-LINHA
061200        MOVE SPACES TO PENDENCIA-LINHA
061300        WRITE PENDENCIA-LINHA
061400        DISPLAY "REFERENCIA " WS-DATA-REF " ATRASADAS " WS-QTD-ED
061500            " NO PRAZO " WS-QTD-ED2 " ENTREGUES " WS-QTD-ED3.
061600    3000-EMITIR-PEDIDO-EXIT.
061700        EXIT.
061800
061900******************************************************************
062000* 3100-TRATAR-ATRIBUICAO - CHECKS THE FOUR AVALIACOES OF ONE
062100*     ASSIGNMENT, OPENING A NEW PROFESSOR SECTION WHEN THE
062200*     PROFESSOR CHANGES.
062300******************************************************************
062400    3100-TRATAR-ATRIBUICAO.
062500        IF WS-PROFESSOR-PEDIDO NOT = SPACES
062600            AND WS-PA-PROFESSOR (WS-PA-IDX)
062700                NOT = WS-PROFESSOR-PEDIDO
062800            GO TO 3100-TRATAR-ATRIBUICAO-CONT
062900        END-IF
063000        IF NOT PROFESSOR-ABERTO
063100            OR WS-PA-PROFESSOR (WS-PA-IDX)
063200                NOT = WS-PROFESSOR-ANTERIOR
063300            IF PROFESSOR-ABERTO
063400                PERFORM 3300-FECHAR-PROFESSOR
063500                    THRU 3300-FECHAR-PROFESSOR-EXIT
063600            END-IF
063700            PERFORM 3200-ABRIR-PROFESSOR
063800                THRU 3200-ABRIR-PROFESSOR-EXIT
063900        END-IF
064000        MOVE 1 TO WS-AV-IDX
064100        PERFORM 3150-CONFERIR-AVALIACAO
064200            THRU 3150-CONFERIR-AVALIACAO-EXIT
064300            UNTIL WS-AV-IDX > 4.
064400    3100-TRATAR-ATRIBUICAO-CONT.
064500        ADD 1 TO WS-PA-IDX.
064600    3100-TRATAR-ATRIBUICAO-EXIT.
064700        EXIT.
064800
064900******************************************************************
065000* 3150-CONFERIR-AVALIACAO - AN AVALIACAO DUE AND NOT DELIVERED IS
065100*     LISTED AS ATRASADA (PRAZO BEFORE THE REFERENCE DATE, WITH
065200*     THE DAYS OF DELAY) OR NO PRAZO (WITH THE DAYS LEFT). ONE
065300*     ALREADY DELIVERED IS ONLY COUNTED.
065400******************************************************************
065500    3150-CONFERIR-AVALIACAO.
065600        IF WS-PA-DEVIDA (WS-PA-IDX WS-AV-IDX) NOT = "S"
065700            GO TO 3150-CONFERIR-AVALIACAO-CONT
065800        END-IF
065900        MOVE WS-PA-CURSO (WS-PA-IDX) TO WS-CH-CURSO
066000        MOVE WS-PA-TURMA (WS-PA-IDX) TO WS-CH-TURMA
066100        MOVE WS-AV-IDX TO WS-CH-AVAL
066200        PERFORM 2100-LOCALIZAR-ENTREGA
066300            THRU 2100-LOCALIZAR-ENTREGA-EXIT
066400        IF EG-ACHADO
066500            ADD 1 TO WS-PR-ENTREGUES
066600            GO TO 3150-CONFERIR-AVALIACAO-CONT
066700        END-IF
066800        MOVE WS-PA-PRAZO (WS-PA-IDX WS-AV-IDX) TO WS-DC-DATA
066900        PERFORM 8000-CONTAR-DIAS THRU 8000-CONTAR-DIAS-EXIT
067000        MOVE WS-DC-DIAS TO WS-DIAS-PRAZO
067100        MOVE WS-PA-CURSO (WS-PA-IDX) TO DET-CURSO
067200        MOVE WS-PA-TURMA (WS-PA-IDX) TO DET-TURMA
067300        MOVE WS-AV-IDX TO DET-AVAL
067400        MOVE WS-PA-PRAZO (WS-PA-IDX WS-AV-IDX) TO DET-PRAZO
067500        IF WS-PA-PRAZO (WS-PA-IDX WS-AV-IDX) < WS-DATA-REF
067600            ADD 1 TO WS-PR-ATRASADAS
067700            COMPUTE WS-DIAS = WS-DIAS-REF - WS-DIAS-PRAZO
067800            MOVE "ATRASADA" TO DET-SITUACAO
067900            MOVE "DE ATRASO" TO DET-DIAS-TEXTO
068000        ELSE
068100            ADD 1 TO WS-PR-NO-PRAZO
068200            COMPUTE WS-DIAS = WS-DIAS-PRAZO - WS-DIAS-REF
068300            MOVE "NO PRAZO" TO DET-SITUACAO
068400            MOVE "RESTANTES" TO DET-DIAS-TEXTO
068500        END-IF
068600        MOVE WS-DIAS TO DET-DIAS
068700        MOVE WS-LINHA-DETALHE TO PENDENCIA-LINHA
068800        WRITE PENDENCIA-LINHA.
068900    3150-CONFERIR-AVALIACAO-CONT.
069000        ADD 1 TO WS-AV-IDX.
069100    3150-CONFERIR-AVALIACAO-EXIT.
069200        EXIT.
069300
069400******************************************************************
069500* 3200-ABRIR-PROFESSOR - STARTS THE SECTION OF A PROFESSOR.
069600******************************************************************
069700    3200-ABRIR-PROFESSOR.
069800        MOVE "Y" TO WS-PROF-ABERTO-SW
069900        MOVE WS-PA-PROFESSOR (WS-PA-IDX) TO WS-PROFESSOR-ANTERIOR
070000        MOVE ZERO TO WS-PR-ATRASADAS WS-PR-NO-PRAZO
070100            WS-PR-ENTREGUES
070200        ADD 1 TO WS-TT-PROFESSORES
070300        MOVE SPACES TO PENDENCIA-LINHA
070400        WRITE PENDENCIA-LINHA
070500        MOVE WS-PROFESSOR-ANTERIOR TO PRO-PROFESSOR
070600        MOVE WS-LINHA-PROFESSOR TO PENDENCIA-LINHA
070700        WRITE PENDENCIA-LINHA
070800        MOVE WS-LINHA-COLUNAS TO PENDENCIA-LINHA
070900        WRITE PENDENCIA-LINHA.
071000    3200-ABRIR-PROFESSOR-EXIT.
071100        EXIT.
071200
071300******************************************************************
071400* 3300-FECHAR-PROFESSOR - PRINTS THE SUBTOTALS OF THE PROFESSOR
071500*     AND ADDS THEM TO THE TOTALS OF THE REQUEST.
071600******************************************************************
071700    3300-FECHAR-PROFESSOR.
071800        IF WS-PR-ATRASADAS = ZERO AND WS-PR-NO-PRAZO = ZERO
071900            MOVE "    NENHUMA AVALIACAO PENDENTE"
072000                TO PENDENCIA-LINHA
072100            WRITE PENDENCIA-LINHA
072200        END-IF
072300        MOVE WS-PR-ATRASADAS TO WS-QTD-ED
072400        MOVE WS-PR-NO-PRAZO TO WS-QTD-ED2
072500        MOVE WS-PR-ENTREGUES TO WS-QTD-ED3
072600        MOVE SPACES TO PENDENCIA-LINHA
072700        STRING "    ATRASADAS: " DELIMITED BY SIZE
072800            WS-QTD-ED DELIMITED BY SIZE
072900            "  NO PRAZO: " DELIMITED BY SIZE
073000            WS-QTD-ED2 DELIMITED BY SIZE
073100            "  ENTREGUES: " DELIMITED BY SIZE
073200            WS-QTD-ED3 DELIMITED BY SIZE
073300            INTO PENDENCIA-LINHA
073400        WRITE PENDENCIA-LINHA
073500        ADD WS-PR-ATRASADAS TO WS-TT-ATRASADAS
073600        ADD WS-PR-NO-PRAZO TO WS-TT-NO-PRAZO
073700        ADD WS-PR-ENTREGUES TO WS-TT-ENTREGUES
073800        MOVE "N" TO WS-PROF-ABERTO-SW.
073900    3300-FECHAR-PROFESSOR-EXIT.
074000        EXIT.
074100
074200******************************************************************
074300* 8000-CONTAR-DIAS - DAY NUMBER OF WS-DC-DATA IN WS-DC-DIAS. EACH
074400*     DIVISION IS AN INTEGER ONE, TRUNCATED AS THE COUNT NEEDS.
074500******************************************************************
074600    8000-CONTAR-DIAS.
074700        COMPUTE WS-DC-AUX = WS-DC-MES + 9
074800        DIVIDE WS-DC-AUX BY 12 GIVING WS-DC-PARCELA
074900            REMAINDER WS-DC-MES-MARCO
075000        DIVIDE WS-DC-MES-MARCO BY 10 GIVING WS-DC-PARCELA
075100        COMPUTE WS-DC-ANO-MARCO = WS-DC-ANO - WS-DC-PARCELA
075200        COMPUTE WS-DC-DIAS = 365 * WS-DC-ANO-MARCO + WS-DC-DIA
075300        DIVIDE WS-DC-ANO-MARCO BY 4 GIVING WS-DC-PARCELA
075400        ADD WS-DC-PARCELA TO WS-DC-DIAS
075500        DIVIDE WS-DC-ANO-MARCO BY 100 GIVING WS-DC-PARCELA
075600        SUBTRACT WS-DC-PARCELA FROM WS-DC-DIAS
075700        DIVIDE WS-DC-ANO-MARCO BY 400 GIVING WS-DC-PARCELA
075800        ADD WS-DC-PARCELA TO WS-DC-DIAS
075900        COMPUTE WS-DC-AUX = 153 * WS-DC-MES-MARCO + 2
076000        DIVIDE WS-DC-AUX BY 5 GIVING WS-DC-PARCELA
076100        ADD WS-DC-PARCELA TO WS-DC-DIAS.
076200    8000-CONTAR-DIAS-EXIT.
076300        EXIT.
076400
076500******************************************************************
076600* 8100-VALIDAR-DATA - SETS DATA-VALIDA WHEN WS-DC-DATA IS A
076700*     CALENDAR DATE (LEAP YEARS INCLUDED).
076800******************************************************************
076900    8100-VALIDAR-DATA.
077000        MOVE "N" TO WS-DATA-OK-SW
077100        IF WS-DC-ANO < 1900 OR WS-DC-MES < 1 OR WS-DC-MES > 12
077200            OR WS-DC-DIA < 1 OR WS-DC-DIA > 31
077300            GO TO 8100-VALIDAR-DATA-EXIT
077400        END-IF
077500        IF (WS-DC-MES = 4 OR WS-DC-MES = 6 OR WS-DC-MES = 9
077600            OR WS-DC-MES = 11) AND WS-DC-DIA > 30
077700            GO TO 8100-VALIDAR-DATA-EXIT
077800        END-IF
077900        IF WS-DC-MES = 2
078000            IF WS-DC-DIA > 29
078100                GO TO 8100-VALIDAR-DATA-EXIT
078200            END-IF
078300            IF WS-DC-DIA = 29
078400                DIVIDE WS-DC-ANO BY 4 GIVING WS-DC-PARCELA
078500                    REMAINDER WS-DC-AUX
078600                IF WS-DC-AUX NOT = ZERO
078700                    GO TO 8100-VALIDAR-DATA-EXIT
078800                END-IF
078900                DIVIDE WS-DC-ANO BY 100 GIVING WS-DC-PARCELA
079000                    REMAINDER WS-DC-AUX
079100                IF WS-DC-AUX = ZERO
079200                    DIVIDE WS-DC-ANO BY 400 GIVING WS-DC-PARCELA
079300                        REMAINDER WS-DC-AUX
079400                    IF WS-DC-AUX NOT = ZERO
079500                        GO TO 8100-VALIDAR-DATA-EXIT
079600                    END-IF
079700                END-IF
079800            END-IF
079900        END-IF
080000        MOVE "Y" TO WS-DATA-OK-SW.
080100    8100-VALIDAR-DATA-EXIT.
080200        EXIT.
080300
080400    END PROGRAM PendAvaliacao.
