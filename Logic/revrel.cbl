000100******************************************************************
000200* Author: Henrique S. Mendes
000300* Date:  15/10/2026
000400* Purpose: Grade-appeal follow-up report
000500* Tectonics: cobc
000600******************************************************************
000700* MODIFICATION HISTORY
000800* DATE       INIT DESCRIPTION
000900* 2026-10-15  HSM  NEW PROGRAM. PERIODIC REPORT OF THE
001000*                  GRADE-APPEAL REGISTER (REVFILE): LISTS EVERY
001100*                  CASE STILL IN PROGRESS (ABERTO, OR DEFERIDO
001200*                  AWAITING THE CORRECTION) WHOSE RESPONSE
001300*                  DEADLINE HAS PASSED, WITH THE DAYS OVERDUE, AND
001400*                  THE RESULTS OF THE CASES DISCIPLINE BY
001500*                  DISCIPLINE. REFERENCE DATE FROM REVPARM OR THE
001600*                  CONSOLE; REPORT IN REVRELT.
001700******************************************************************
001800    IDENTIFICATION DIVISION.
001900    PROGRAM-ID. RevRelatorio.
002000    AUTHOR. HENRIQUE S. MENDES.
002100    INSTALLATION. DEPARTAMENTO ACADEMICO.
002200    DATE-WRITTEN. 15/10/2026.
002300    DATE-COMPILED.
002400
002500    ENVIRONMENT DIVISION.
002600    INPUT-OUTPUT SECTION.
002700    FILE-CONTROL.
002800        SELECT APPEAL-REGISTER ASSIGN TO "REVFILE"
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS IS WS-FS-REVISAO.
003100        SELECT PARAM-FILE ASSIGN TO "REVPARM"
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-FS-PARAM.
003400        SELECT REVISAO-REPORT ASSIGN TO "REVRELT"
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-FS-RELATORIO.
003700
003800    DATA DIVISION.
003900    FILE SECTION.
004000    FD  APPEAL-REGISTER
004100        RECORDING MODE IS F.
004200    COPY REVREC.
004300
004400*   ONE REQUEST PER LINE: REFERENCE DATE AAAAMMDD (ZERO OR BLANK
004500*   FOR TODAY).
004600    FD  PARAM-FILE
004700        RECORDING MODE IS F.
004800    01  PARAM-RECORD.
004900        05  PRM-DATA-REF        PIC X(08).
005000
005100    FD  REVISAO-REPORT
005200        RECORDING MODE IS F.
005300    01  REVISAO-LINHA           PIC X(80).
005400
005500    WORKING-STORAGE SECTION.
005600    01  WS-FS-REVISAO           PIC X(02).
005700    01  WS-FS-PARAM             PIC X(02).
005800    01  WS-FS-RELATORIO         PIC X(02).
005900
006000    01  WS-DATA-HOJE            PIC 9(08).
006100    01  WS-DATA-REF             PIC 9(08) VALUE ZERO.
006200    01  WS-DATA-ENTRADA         PIC X(08).
006300    01  WS-DATA-ENTRADA-N REDEFINES WS-DATA-ENTRADA
006400                                PIC 9(08).
006500    01  WS-DIAS                 PIC 9(05) VALUE ZERO.
006600
006700*   RESULTS OF THE CASES PER DISCIPLINE, BUILT IN THE ORDER THE
006800*   DISCIPLINES APPEAR IN THE REGISTER AND SORTED BY DISCIPLINE
006900*   BEFORE PRINTING.
007000    01  WS-DS-QTD               PIC 9(05) VALUE ZERO.
007100    01  WS-DS-IDX               PIC 9(05) VALUE ZERO.
007200    01  WS-DS-ATUAL             PIC 9(05) VALUE ZERO.
007300    01  WS-DS-MENOR             PIC 9(05) VALUE ZERO.
007400    01  WS-DS-COMP              PIC 9(05) VALUE ZERO.
007500    01  WS-DS-MAX               PIC 9(05) VALUE 1000.
007600    01  WS-DS-TABELA.
007700        05  WS-DS-ENTRADA OCCURS 1000 TIMES.
007800            10  WS-DS-CURSO         PIC X(06).
007900            10  WS-DS-TOTAL         PIC 9(05).
008000            10  WS-DS-ABERTOS       PIC 9(05).
008100            10  WS-DS-DEFERIDOS     PIC 9(05).
008200            10  WS-DS-INDEFERIDOS   PIC 9(05).
008300            10  WS-DS-CORRIGIDOS    PIC 9(05).
008400            10  WS-DS-FORA-PRAZO    PIC 9(05).
008500            10  WS-DS-VENCIDOS      PIC 9(05).
008600    01  WS-DS-TROCA             PIC X(41).
008700
008800*   DAY NUMBER OF A DATE (DAYS SINCE A FIXED ORIGIN), SO THAT TWO
008900*   DATES CAN BE SUBTRACTED. MONTHS ARE COUNTED FROM MARCH SO THE
009000*   LEAP DAY FALLS AT THE END OF THE COUNTING YEAR.
009100    01  WS-DC-DATA              PIC 9(08).
009200    01  WS-DC-DATA-R REDEFINES WS-DC-DATA.
009300        05  WS-DC-ANO           PIC 9(04).
009400        05  WS-DC-MES           PIC 9(02).
009500        05  WS-DC-DIA           PIC 9(02).
009600    01  WS-DC-MES-MARCO         PIC 9(02) VALUE ZERO.
009700    01  WS-DC-ANO-MARCO         PIC 9(04) VALUE ZERO.
009800    01  WS-DC-AUX               PIC 9(05) VALUE ZERO.
009900    01  WS-DC-PARCELA           PIC 9(07) VALUE ZERO.
010000    01  WS-DC-DIAS              PIC 9(07) VALUE ZERO.
010100    01  WS-DIAS-REF             PIC 9(07) VALUE ZERO.
010200    01  WS-DIAS-PRAZO           PIC 9(07) VALUE ZERO.
010300
010400*   COUNTS OF THE REQUEST.
010500    01  WS-TT-LIDOS             PIC 9(05) VALUE ZERO.
010600    01  WS-TT-VENCIDOS          PIC 9(05) VALUE ZERO.
010700    01  WS-TT-AGUARDA-DECISAO   PIC 9(05) VALUE ZERO.
010800    01  WS-TT-AGUARDA-CORRECAO  PIC 9(05) VALUE ZERO.
010900    01  WS-TG-TOTAL             PIC 9(05) VALUE ZERO.
011000    01  WS-TG-ABERTOS           PIC 9(05) VALUE ZERO.
011100    01  WS-TG-DEFERIDOS         PIC 9(05) VALUE ZERO.
011200    01  WS-TG-INDEFERIDOS       PIC 9(05) VALUE ZERO.
011300    01  WS-TG-CORRIGIDOS        PIC 9(05) VALUE ZERO.
011400    01  WS-TG-FORA-PRAZO        PIC 9(05) VALUE ZERO.
011500    01  WS-TG-VENCIDOS          PIC 9(05) VALUE ZERO.
011600    01  WS-QTD-ED               PIC ZZZZ9.
011700    01  WS-QTD-ED2              PIC ZZZZ9.
011800    01  WS-QTD-ED3              PIC ZZZZ9.
011900
012000    01  WS-LINHA-TITULO.
012100        05  FILLER              PIC X(31) VALUE
012200            "PROCESSOS DE REVISAO DE NOTA - ".
012300        05  FILLER              PIC X(11) VALUE "REFERENCIA ".
012400        05  TIT-DATA-REF        PIC 9999/99/99.
012500        05  FILLER              PIC X(28) VALUE SPACES.
012600
012700    01  WS-LINHA-SECAO-VENCIDOS.
012800        05  FILLER              PIC X(44) VALUE
012900            "PROCESSOS EM ANDAMENTO COM PRAZO DE RESPOSTA".
013000        05  FILLER              PIC X(36) VALUE " VENCIDO".
013100
013200    01  WS-LINHA-COLUNAS-VENC.
013300        05  FILLER              PIC X(02) VALUE SPACES.
013400        05  FILLER              PIC X(07) VALUE "NUMERO".
013500        05  FILLER              PIC X(12) VALUE "MATRICULA".
013600        05  FILLER              PIC X(08) VALUE "CURSO".
013700        05  FILLER              PIC X(08) VALUE "TERMO".
013800        05  FILLER              PIC X(05) VALUE "AVAL".
013900        05  FILLER              PIC X(12) VALUE "PRAZO".
014000        05  FILLER              PIC X(17) VALUE "ETAPA".
014100        05  FILLER              PIC X(09) VALUE "DIAS".
014200
014300    01  WS-LINHA-VENCIDO.
014400        05  FILLER              PIC X(02) VALUE SPACES.
014500        05  VEN-NUMERO          PIC 9(05).
014600        05  FILLER              PIC X(02) VALUE SPACES.
014700        05  VEN-MATRICULA       PIC X(10).
014800        05  FILLER              PIC X(02) VALUE SPACES.
014900        05  VEN-CURSO           PIC X(06).
015000        05  FILLER              PIC X(02) VALUE SPACES.
015100        05  VEN-ANO             PIC 9(04).
015200        05  FILLER              PIC X(01) VALUE "/".
015300        05  VEN-SEM             PIC 9(01).
015400        05  FILLER              PIC X(02) VALUE SPACES.
015500        05  VEN-AVALIACAO       PIC 9(01).
015600        05  FILLER              PIC X(04) VALUE SPACES.
015700        05  VEN-PRAZO           PIC 9999/99/99.
015800        05  FILLER              PIC X(02) VALUE SPACES.
015900        05  VEN-ETAPA           PIC X(16).
016000        05  FILLER              PIC X(01) VALUE SPACE.
016100        05  VEN-DIAS            PIC ZZZZ9.
016200        05  FILLER              PIC X(04) VALUE SPACES.
016300
016400    01  WS-LINHA-SECAO-RESULTADO.
016500        05  FILLER              PIC X(38) VALUE
016600            "RESULTADO DOS PROCESSOS POR DISCIPLINA".
016700        05  FILLER              PIC X(42) VALUE SPACES.
016800
016900    01  WS-LINHA-COLUNAS-DISC.
017000        05  FILLER              PIC X(04) VALUE SPACES.
017100        05  FILLER              PIC X(06) VALUE "CURSO".
017200        05  FILLER              PIC X(10) VALUE "     TOTAL".
017300        05  FILLER              PIC X(10) VALUE "   ABERTOS".
017400        05  FILLER              PIC X(10) VALUE " A CORRIG.".
017500        05  FILLER              PIC X(10) VALUE "  INDEFER.".
017600        05  FILLER              PIC X(10) VALUE "   CORRIG.".
017700        05  FILLER              PIC X(10) VALUE "   F.PRAZO".
017800        05  FILLER              PIC X(10) VALUE "  VENCIDOS".
017900
018000    01  WS-LINHA-DISCIPLINA.
018100        05  FILLER              PIC X(04) VALUE SPACES.
018200        05  DIS-CURSO           PIC X(06).
018300        05  FILLER              PIC X(05) VALUE SPACES.
018400        05  DIS-TOTAL           PIC ZZZZ9.
018500        05  FILLER              PIC X(05) VALUE SPACES.
018600        05  DIS-ABERTOS         PIC ZZZZ9.
018700        05  FILLER              PIC X(05) VALUE SPACES.
018800        05  DIS-DEFERIDOS       PIC ZZZZ9.
018900        05  FILLER              PIC X(05) VALUE SPACES.
019000        05  DIS-INDEFERIDOS     PIC ZZZZ9.
019100        05  FILLER              PIC X(05) VALUE SPACES.
019200        05  DIS-CORRIGIDOS      PIC ZZZZ9.
019300        05  FILLER              PIC X(05) VALUE SPACES.
019400        05  DIS-FORA-PRAZO      PIC ZZZZ9.
019500        05  FILLER              PIC X(05) VALUE SPACES.
019600        05  DIS-VENCIDOS        PIC ZZZZ9.
019700
019800    01  WS-INDICADORES.
019900        05  WS-EOF-REVISAO-SW   PIC X(01) VALUE "N".
020000            88  EOF-REVISAO                VALUE "Y".
020100        05  WS-EOF-PARAM-SW     PIC X(01) VALUE "N".
020200            88  EOF-PARAM                  VALUE "Y".
020300        05  WS-DIRIGIDO-SW      PIC X(01) VALUE "N".
020400            88  MODO-DIRIGIDO              VALUE "Y".
020500        05  WS-REGISTRO-SW      PIC X(01) VALUE "N".
020600            88  REGISTRO-ABERTO            VALUE "Y".
020700        05  WS-DATA-OK-SW       PIC X(01) VALUE "N".
020800            88  DATA-VALIDA                VALUE "Y".
020900
021000    PROCEDURE DIVISION.
021100    0000-MAINLINE.
021200        PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
021300        IF MODO-DIRIGIDO
021400            PERFORM 0200-LER-PARAM THRU 0200-LER-PARAM-EXIT
021500                UNTIL EOF-PARAM
021600            CLOSE PARAM-FILE
021700        ELSE
021800            PERFORM 0300-PEDIR-CONSOLE
021900                THRU 0300-PEDIR-CONSOLE-EXIT
022000            PERFORM 3000-EMITIR-PEDIDO
022100                THRU 3000-EMITIR-PEDIDO-EXIT
022200        END-IF
022300        CLOSE REVISAO-REPORT
022400        DISPLAY "RELATORIO DE REVISOES GRAVADO EM REVRELT"
022500        STOP RUN.
022600
022700******************************************************************
022800* 0200-LER-PARAM - READS ONE REVPARM REQUEST AND REPORTS IT. A
022900*     DATE MISSING OR NOT A CALENDAR DATE TAKES TODAY.
023000******************************************************************
023100    0200-LER-PARAM.
023200        READ PARAM-FILE
023300            AT END
023400                MOVE "Y" TO WS-EOF-PARAM-SW
023500                GO TO 0200-LER-PARAM-EXIT
023600        END-READ
023700        MOVE PRM-DATA-REF TO WS-DATA-ENTRADA
023800        PERFORM 0400-FIXAR-DATA-REF THRU 0400-FIXAR-DATA-REF-EXIT
023900        PERFORM 3000-EMITIR-PEDIDO THRU 3000-EMITIR-PEDIDO-EXIT.
024000    0200-LER-PARAM-EXIT.
024100        EXIT.
024200
024300******************************************************************
024400* 0300-PEDIR-CONSOLE - ASKS FOR THE REFERENCE DATE. A BLANK
024500*     ANSWER TAKES TODAY.
024600******************************************************************
024700    0300-PEDIR-CONSOLE.
024800        DISPLAY "DATA DE REFERENCIA AAAAMMDD (BRANCO P/ HOJE):"
024900        MOVE SPACES TO WS-DATA-ENTRADA
025000        ACCEPT WS-DATA-ENTRADA
025100        PERFORM 0400-FIXAR-DATA-REF THRU 0400-FIXAR-DATA-REF-EXIT.
025200    0300-PEDIR-CONSOLE-EXIT.
025300        EXIT.
025400
025500******************************************************************
025600* 0400-FIXAR-DATA-REF - TAKES WS-DATA-ENTRADA AS THE REFERENCE
025700*     DATE WHEN IT IS A CALENDAR DATE; OTHERWISE TODAY.
025800******************************************************************
025900    0400-FIXAR-DATA-REF.
026000        MOVE WS-DATA-HOJE TO WS-DATA-REF
026100        IF WS-DATA-ENTRADA = SPACES OR WS-DATA-ENTRADA = ZEROS
026200            GO TO 0400-FIXAR-DATA-REF-EXIT
026300        END-IF
026400        MOVE "N" TO WS-DATA-OK-SW
026500        IF WS-DATA-ENTRADA NUMERIC
026600            MOVE WS-DATA-ENTRADA-N TO WS-DC-DATA
026700            PERFORM 8100-VALIDAR-DATA THRU 8100-VALIDAR-DATA-EXIT
026800        END-IF
026900        IF DATA-VALIDA
027000            MOVE WS-DATA-ENTRADA-N TO WS-DATA-REF
027100        ELSE
027200            DISPLAY "DATA DE REFERENCIA INVALIDA ("
027300                WS-DATA-ENTRADA
027400                ") - USADA A DATA DE HOJE"
027500        END-IF.
027600    0400-FIXAR-DATA-REF-EXIT.
027700        EXIT.
027800
027900******************************************************************
028000* 1000-INICIALIZAR - OPENS THE REPORT AND DECIDES WHETHER THE
028100*     REQUESTS COME FROM REVPARM OR THE CONSOLE.
028200******************************************************************
028300    1000-INICIALIZAR.
028400        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
028500        OPEN OUTPUT REVISAO-REPORT
028600        IF WS-FS-RELATORIO NOT = "00"
028700            DISPLAY "REVISAO-REPORT NAO PODE SER ABERTO - "
028800                "STATUS " WS-FS-RELATORIO
028900            STOP RUN
029000        END-IF
029100        OPEN INPUT PARAM-FILE
029200        IF WS-FS-PARAM = "00"
029300            MOVE "Y" TO WS-DIRIGIDO-SW
029400            DISPLAY "REVPARM ENCONTRADO - EXECUCAO DIRIGIDA "
029500                "SEM PARADAS"
029600        END-IF.
029700    1000-INICIALIZAR-EXIT.
029800        EXIT.
029900
030000******************************************************************
030100* 3000-EMITIR-PEDIDO - READS THE WHOLE REGISTER AS OF
030200*     WS-DATA-REF: PRINTS THE OVERDUE CASES AS THEY ARE READ,
030300*     THEN THE RESULTS PER DISCIPLINE AND THE TOTALS. THE
030400*     REGISTER IS READ AGAIN FOR EVERY REQUEST, SO EACH REFERENCE
030500*     DATE SEES THE CASES AS THEY STAND WHEN IT IS REPORTED.
030600******************************************************************
030700    3000-EMITIR-PEDIDO.
030800        MOVE ZERO TO WS-TT-LIDOS WS-TT-VENCIDOS
030900            WS-TT-AGUARDA-DECISAO WS-TT-AGUARDA-CORRECAO
031000            WS-DS-QTD
031100        MOVE WS-DATA-REF TO WS-DC-DATA
031200        PERFORM 8000-CONTAR-DIAS THRU 8000-CONTAR-DIAS-EXIT
031300        MOVE WS-DC-DIAS TO WS-DIAS-REF
031400        MOVE WS-DATA-REF TO TIT-DATA-REF
031500        MOVE WS-LINHA-TITULO TO REVISAO-LINHA
031600        WRITE REVISAO-LINHA
031700        MOVE SPACES TO REVISAO-LINHA
031800        WRITE REVISAO-LINHA
031900        MOVE WS-LINHA-SECAO-VENCIDOS TO REVISAO-LINHA
032000        WRITE REVISAO-LINHA
032100        MOVE WS-LINHA-COLUNAS-VENC TO REVISAO-LINHA
032200        WRITE REVISAO-LINHA
032300        MOVE "N" TO WS-REGISTRO-SW
032400        MOVE "N" TO WS-EOF-REVISAO-SW
032500        OPEN INPUT APPEAL-REGISTER
032600        IF WS-FS-REVISAO = "00"
032700            MOVE "Y" TO WS-REGISTRO-SW
032800            PERFORM 3100-LER-PROCESSO THRU 3100-LER-PROCESSO-EXIT
032900                UNTIL EOF-REVISAO
033000            CLOSE APPEAL-REGISTER
033100        END-IF
033200        IF WS-TT-VENCIDOS = ZERO
033300            MOVE "    NENHUM PROCESSO COM PRAZO VENCIDO"
033400                TO REVISAO-LINHA
033500            WRITE REVISAO-LINHA
033600        END-IF
033700        MOVE WS-TT-VENCIDOS TO WS-QTD-ED
033800        MOVE WS-TT-AGUARDA-DECISAO TO WS-QTD-ED2
033900        MOVE WS-TT-AGUARDA-CORRECAO TO WS-QTD-ED3
034000        MOVE SPACES TO REVISAO-LINHA
034100        STRING "    VENCIDOS: " DELIMITED BY SIZE
034200            WS-QTD-ED DELIMITED BY SIZE
034300            "  AGUARDAM DECISAO: " DELIMITED BY SIZE
034400            WS-QTD-ED2 DELIMITED BY SIZE
034500            "  AGUARDAM CORRECAO: " DELIMITED BY SIZE
034600            WS-QTD-ED3 DELIMITED BY SIZE
034700            INTO REVISAO-LINHA
034800        WRITE REVISAO-LINHA
034900        MOVE SPACES TO REVISAO-LINHA
035000        WRITE REVISAO-LINHA
035100        PERFORM 4000-EMITIR-RESULTADOS
035200            THRU 4000-EMITIR-RESULTADOS-EXIT
035300        MOVE SPACES TO REVISAO-LINHA
035400        WRITE REVISAO-LINHA
035500        MOVE WS-TT-LIDOS TO WS-QTD-ED
035600        MOVE WS-TT-VENCIDOS TO WS-QTD-ED2
035700        DISPLAY "REFERENCIA " WS-DATA-REF " PROCESSOS " WS-QTD-ED
035800            " VENCIDOS " WS-QTD-ED2.
035900    3000-EMITIR-PEDIDO-EXIT.
036000        EXIT.
036100
036200******************************************************************
036300* 3100-LER-PROCESSO - COUNTS ONE CASE UNDER ITS DISCIPLINE AND,
036400*     WHEN IT IS STILL IN PROGRESS AND ITS RESPONSE DEADLINE IS
036500*     BEFORE THE REFERENCE DATE, LISTS IT WITH THE DAYS OVERDUE.
036600*     A CASE FILED AFTER THE REFERENCE DATE IS LEFT OUT, SO AN
036700*     EARLIER REFERENCE DATE REPORTS ONLY WHAT EXISTED THEN.
036800******************************************************************
036900    3100-LER-PROCESSO.
037000        READ APPEAL-REGISTER
037100            AT END
037200                MOVE "Y" TO WS-EOF-REVISAO-SW
037300                GO TO 3100-LER-PROCESSO-EXIT
037400        END-READ
037500        IF RV-DATA-PEDIDO > WS-DATA-REF
037600            GO TO 3100-LER-PROCESSO-EXIT
037700        END-IF
037800        ADD 1 TO WS-TT-LIDOS
037900        PERFORM 3200-LOCALIZAR-DISCIPLINA
038000            THRU 3200-LOCALIZAR-DISCIPLINA-EXIT
038100        ADD 1 TO WS-DS-TOTAL (WS-DS-ATUAL)
038200        IF RV-ABERTO
038300            ADD 1 TO WS-DS-ABERTOS (WS-DS-ATUAL)
038400        END-IF
038500        IF RV-DEFERIDO
038600            ADD 1 TO WS-DS-DEFERIDOS (WS-DS-ATUAL)
038700        END-IF
038800        IF RV-INDEFERIDO
038900            ADD 1 TO WS-DS-INDEFERIDOS (WS-DS-ATUAL)
039000        END-IF
039100        IF RV-CORRIGIDO
039200            ADD 1 TO WS-DS-CORRIGIDOS (WS-DS-ATUAL)
039300        END-IF
039400        IF RV-INTEMPESTIVO
039500            ADD 1 TO WS-DS-FORA-PRAZO (WS-DS-ATUAL)
039600        END-IF
039700        IF NOT RV-EM-ANDAMENTO
039800            OR RV-PRAZO-RESPOSTA NOT < WS-DATA-REF
039900            GO TO 3100-LER-PROCESSO-EXIT
040000        END-IF
040100        ADD 1 TO WS-DS-VENCIDOS (WS-DS-ATUAL)
040200        ADD 1 TO WS-TT-VENCIDOS
040300        MOVE RV-PRAZO-RESPOSTA TO WS-DC-DATA
040400        PERFORM 8000-CONTAR-DIAS THRU 8000-CONTAR-DIAS-EXIT
040500        MOVE WS-DC-DIAS TO WS-DIAS-PRAZO
040600        COMPUTE WS-DIAS = WS-DIAS-REF - WS-DIAS-PRAZO
040700        MOVE RV-NUMERO TO VEN-NUMERO
040800        MOVE RV-MATRICULA TO VEN-MATRICULA
040900        MOVE RV-CURSO TO VEN-CURSO
041000        MOVE RV-ANO TO VEN-ANO
041100        MOVE RV-SEM TO VEN-SEM
041200        MOVE RV-AVALIACAO TO VEN-AVALIACAO
041300        MOVE RV-PRAZO-RESPOSTA TO VEN-PRAZO
041400        IF RV-ABERTO
041500            ADD 1 TO WS-TT-AGUARDA-DECISAO
041600            MOVE "AGUARDA DECISAO" TO VEN-ETAPA
041700        ELSE
041800            ADD 1 TO WS-TT-AGUARDA-CORRECAO
041900            MOVE "AGUARDA CORRECAO" TO VEN-ETAPA
042000        END-IF
042100        MOVE WS-DIAS TO VEN-DIAS
042200        MOVE WS-LINHA-VENCIDO TO REVISAO-LINHA
042300        WRITE REVISAO-LINHA.
042400    3100-LER-PROCESSO-EXIT.
042500        EXIT.
042600
042700******************************************************************
042800* 3200-LOCALIZAR-DISCIPLINA - POINTS WS-DS-ATUAL AT THE ENTRY OF
042900*     RV-CURSO, ADDING ONE WHEN THE DISCIPLINE IS NEW. A TABLE
043000*     ALREADY FULL STOPS THE RUN.
043100******************************************************************
043200    3200-LOCALIZAR-DISCIPLINA.
043300        MOVE 1 TO WS-DS-IDX
043400        MOVE ZERO TO WS-DS-ATUAL
043500        PERFORM 3210-COMPARAR-DISCIPLINA
043600            THRU 3210-COMPARAR-DISCIPLINA-EXIT
043700            UNTIL WS-DS-IDX > WS-DS-QTD OR WS-DS-ATUAL > ZERO
043800        IF WS-DS-ATUAL > ZERO
043900            GO TO 3200-LOCALIZAR-DISCIPLINA-EXIT
044000        END-IF
044100        IF WS-DS-QTD NOT < WS-DS-MAX
044200            DISPLAY "MAIS DE " WS-DS-MAX " DISCIPLINAS NO "
044300                "REVFILE - EXECUCAO INTERROMPIDA"
044400            CLOSE APPEAL-REGISTER
044500            CLOSE REVISAO-REPORT
044600            STOP RUN
044700        END-IF
044800        ADD 1 TO WS-DS-QTD
044900        MOVE WS-DS-QTD TO WS-DS-ATUAL
045000        MOVE RV-CURSO TO WS-DS-CURSO (WS-DS-ATUAL)
045100        MOVE ZERO TO WS-DS-TOTAL (WS-DS-ATUAL)
045200            WS-DS-ABERTOS (WS-DS-ATUAL)
045300            WS-DS-DEFERIDOS (WS-DS-ATUAL)
045400            WS-DS-INDEFERIDOS (WS-DS-ATUAL)
045500            WS-DS-CORRIGIDOS (WS-DS-ATUAL)
045600            WS-DS-FORA-PRAZO (WS-DS-ATUAL)
045700            WS-DS-VENCIDOS (WS-DS-ATUAL).
045800    3200-LOCALIZAR-DISCIPLINA-EXIT.
045900        EXIT.
046000
046100    3210-COMPARAR-DISCIPLINA.
046200        IF WS-DS-CURSO (WS-DS-IDX) = RV-CURSO
046300            MOVE WS-DS-IDX TO WS-DS-ATUAL
046400        END-IF
046500        ADD 1 TO WS-DS-IDX.
046600    3210-COMPARAR-DISCIPLINA-EXIT.
046700        EXIT.
046800
046900******************************************************************
047000* 4000-EMITIR-RESULTADOS - SORTS THE DISCIPLINES AND PRINTS ONE
047100*     LINE PER DISCIPLINE WITH THE CASES IN EACH SITUATION, THEN
047200*     THE TOTAL LINE AND A LEGEND. F.PRAZO (FILED OUT OF TIME)
047300*     IS A PART OF INDEFER.; VENCIDOS (OVERDUE) IS A PART OF
047400*     ABERTOS AND A CORRIG.
047500******************************************************************
047600    4000-EMITIR-RESULTADOS.
047700        MOVE WS-LINHA-SECAO-RESULTADO TO REVISAO-LINHA
047800        WRITE REVISAO-LINHA
047900        IF NOT REGISTRO-ABERTO
048000            MOVE "    REVFILE NAO ENCONTRADO - NENHUM PROCESSO"
048100                TO REVISAO-LINHA
048200            WRITE REVISAO-LINHA
048300            GO TO 4000-EMITIR-RESULTADOS-EXIT
048400        END-IF
048500        IF WS-DS-QTD = ZERO
048600            MOVE "    NENHUM PROCESSO REGISTRADO ATE A REFERENCIA"
048700                TO REVISAO-LINHA
048800            WRITE REVISAO-LINHA
048900            GO TO 4000-EMITIR-RESULTADOS-EXIT
049000        END-IF
049100        PERFORM 4100-ORDENAR THRU 4100-ORDENAR-EXIT
049200        MOVE ZERO TO WS-TG-TOTAL WS-TG-ABERTOS WS-TG-DEFERIDOS
049300            WS-TG-INDEFERIDOS WS-TG-CORRIGIDOS WS-TG-FORA-PRAZO
049400            WS-TG-VENCIDOS
049500        MOVE WS-LINHA-COLUNAS-DISC TO REVISAO-LINHA
049600        WRITE REVISAO-LINHA
049700        MOVE 1 TO WS-DS-IDX
049800        PERFORM 4200-IMPRIMIR-DISCIPLINA
049900            THRU 4200-IMPRIMIR-DISCIPLINA-EXIT
050000            UNTIL WS-DS-IDX > WS-DS-QTD
050100        PERFORM 4300-IMPRIMIR-TOTAL THRU 4300-IMPRIMIR-TOTAL-EXIT
050200        MOVE SPACES TO REVISAO-LINHA
050300        WRITE REVISAO-LINHA
050400        MOVE "    F.PRAZO = PEDIDOS FORA DO PRAZO (EM INDEFER.)"
050500            TO REVISAO-LINHA
050600        WRITE REVISAO-LINHA
050700        MOVE "    VENCIDOS = EM ANDAMENTO COM PRAZO VENCIDO"
050800            TO REVISAO-LINHA
050900        WRITE REVISAO-LINHA.
051000    4000-EMITIR-RESULTADOS-EXIT.
051100        EXIT.
051200
051300******************************************************************
051400* 4100-ORDENAR - SORTS WS-DS-TABELA IN PLACE BY DISCIPLINE
051500*     (SELECTION SORT: ONE PASS PER POSITION).
051600******************************************************************
051700    4100-ORDENAR.
051800        MOVE 1 TO WS-DS-IDX
051900        PERFORM 4110-PASSADA THRU 4110-PASSADA-EXIT
052000            UNTIL WS-DS-IDX >= WS-DS-QTD.
052100    4100-ORDENAR-EXIT.
052200        EXIT.
052300
052400    4110-PASSADA.
052500        MOVE WS-DS-IDX TO WS-DS-MENOR
052600        COMPUTE WS-DS-COMP = WS-DS-IDX + 1
052700        PERFORM 4120-COMPARAR THRU 4120-COMPARAR-EXIT
052800            UNTIL WS-DS-COMP > WS-DS-QTD
052900        IF WS-DS-MENOR NOT = WS-DS-IDX
053000            MOVE WS-DS-ENTRADA (WS-DS-IDX) TO WS-DS-TROCA
053100            MOVE WS-DS-ENTRADA (WS-DS-MENOR)
053200                TO WS-DS-ENTRADA (WS-DS-IDX)
053300            MOVE WS-DS-TROCA TO WS-DS-ENTRADA (WS-DS-MENOR)
053400        END-IF
053500        ADD 1 TO WS-DS-IDX.
053600    4110-PASSADA-EXIT.
053700        EXIT.
053800
053900    4120-COMPARAR.
054000        IF WS-DS-CURSO (WS-DS-COMP) < WS-DS-CURSO (WS-DS-MENOR)
054100            MOVE WS-DS-COMP TO WS-DS-MENOR
054200        END-IF
054300        ADD 1 TO WS-DS-COMP.
054400    4120-COMPARAR-EXIT.
054500        EXIT.
054600
054700******************************************************************
054800* 4200-IMPRIMIR-DISCIPLINA - ONE LINE OF THE RESULTS TABLE,
054900*     ADDED TO THE TOTALS THAT 4300 PRINTS.
055000******************************************************************
055100    4200-IMPRIMIR-DISCIPLINA.
055200        MOVE WS-DS-CURSO (WS-DS-IDX) TO DIS-CURSO
055300        MOVE WS-DS-TOTAL (WS-DS-IDX) TO DIS-TOTAL
055400        MOVE WS-DS-ABERTOS (WS-DS-IDX) TO DIS-ABERTOS
055500        MOVE WS-DS-DEFERIDOS (WS-DS-IDX) TO DIS-DEFERIDOS
055600        MOVE WS-DS-INDEFERIDOS (WS-DS-IDX) TO DIS-INDEFERIDOS
055700        MOVE WS-DS-CORRIGIDOS (WS-DS-IDX) TO DIS-CORRIGIDOS
055800        MOVE WS-DS-FORA-PRAZO (WS-DS-IDX) TO DIS-FORA-PRAZO
055900        MOVE WS-DS-VENCIDOS (WS-DS-IDX) TO DIS-VENCIDOS
056000        MOVE WS-LINHA-DISCIPLINA TO REVISAO-LINHA
056100        WRITE REVISAO-LINHA
056200        ADD WS-DS-TOTAL (WS-DS-IDX) TO WS-TG-TOTAL
056300        ADD WS-DS-ABERTOS (WS-DS-IDX) TO WS-TG-ABERTOS
056400        ADD WS-DS-DEFERIDOS (WS-DS-IDX) TO WS-TG-DEFERIDOS
056500        ADD WS-DS-INDEFERIDOS (WS-DS-IDX) TO WS-TG-INDEFERIDOS
056600        ADD WS-DS-CORRIGIDOS (WS-DS-IDX) TO WS-TG-CORRIGIDOS
056700        ADD WS-DS-FORA-PRAZO (WS-DS-IDX) TO WS-TG-FORA-PRAZO
056800        ADD WS-DS-VENCIDOS (WS-DS-IDX) TO WS-TG-VENCIDOS
056900        ADD 1 TO WS-DS-IDX.
057000    4200-IMPRIMIR-DISCIPLINA-EXIT.
057100        EXIT.
057200
057300******************************************************************
057400* 4300-IMPRIMIR-TOTAL - THE TOTAL LINE OF THE RESULTS TABLE.
057500******************************************************************
057600    4300-IMPRIMIR-TOTAL.
057700        MOVE "TOTAL" TO DIS-CURSO
057800        MOVE WS-TG-TOTAL TO DIS-TOTAL
057900        MOVE WS-TG-ABERTOS TO DIS-ABERTOS
058000        MOVE WS-TG-DEFERIDOS TO DIS-DEFERIDOS
058100        MOVE WS-TG-INDEFERIDOS TO DIS-INDEFERIDOS
058200        MOVE WS-TG-CORRIGIDOS TO DIS-CORRIGIDOS
058300        MOVE WS-TG-FORA-PRAZO TO DIS-FORA-PRAZO
058400        MOVE WS-TG-VENCIDOS TO DIS-VENCIDOS
058500        MOVE WS-LINHA-DISCIPLINA TO REVISAO-LINHA
058600        WRITE REVISAO-LINHA.
058700    4300-IMPRIMIR-TOTAL-EXIT.
058800        EXIT.
058900
059000******************************************************************
059100* 8000-CONTAR-DIAS - DAY NUMBER OF WS-DC-DATA IN WS-DC-DIAS. EACH
059200*     DIVISION IS AN INTEGER ONE, TRUNCATED AS THE COUNT NEEDS.
059300******************************************************************
059400    8000-CONTAR-DIAS.
059500        COMPUTE WS-DC-AUX = WS-DC-MES + 9
059600        DIVIDE WS-DC-AUX BY 12 GIVING WS-DC-PARCELA
059700            REMAINDER WS-DC-MES-MARCO
059800        DIVIDE WS-DC-MES-MARCO BY 10 GIVING WS-DC-PARCELA
059900        COMPUTE WS-DC-ANO-MARCO = WS-DC-ANO - WS-DC-PARCELA
060000        COMPUTE WS-DC-DIAS = 365 * WS-DC-ANO-MARCO + WS-DC-DIA
060100        DIVIDE WS-DC-ANO-MARCO BY 4 GIVING WS-DC-PARCELA
060200        ADD WS-DC-PARCELA TO WS-DC-DIAS
060300        DIVIDE WS-DC-ANO-MARCO BY 100 GIVING WS-DC-PARCELA
060400        SUBTRACT WS-DC-PARCELA FROM WS-DC-DIAS
060500        DIVIDE WS-DC-ANO-MARCO BY 400 GIVING WS-DC-PARCELA
060600        ADD WS-DC-PARCELA TO WS-DC-DIAS
060700        COMPUTE WS-DC-AUX = 153 * WS-DC-MES-MARCO + 2
060800        DIVIDE WS-DC-AUX BY 5 GIVING WS-DC-PARCELA
060900        ADD WS-DC-PARCELA TO WS-DC-DIAS.
061000    8000-CONTAR-DIAS-EXIT.
061100        EXIT.
061200
061300******************************************************************
061400* 8100-VALIDAR-DATA - SETS DATA-VALIDA WHEN WS-DC-DATA IS A
061500*     CALENDAR DATE (LEAP YEARS INCLUDED).
061600******************************************************************
061700    8100-VALIDAR-DATA.
061800        MOVE "N" TO WS-DATA-OK-SW
061900        IF WS-DC-ANO < 1900 OR WS-DC-MES < 1 OR WS-DC-MES > 12
062000            OR WS-DC-DIA < 1 OR WS-DC-DIA > 31
062100            GO TO 8100-VALIDAR-DATA-EXIT
062200        END-IF
062300        IF (WS-DC-MES = 4 OR WS-DC-MES = 6 OR WS-DC-MES = 9
062400            OR WS-DC-MES = 11) AND WS-DC-DIA > 30
062500            GO TO 8100-VALIDAR-DATA-EXIT
062600        END-IF
062700        IF WS-DC-MES = 2
062800            IF WS-DC-DIA > 29
062900                GO TO 8100-VALIDAR-DATA-EXIT
063000            END-IF
063100            IF WS-DC-DIA = 29
063200                DIVIDE WS-DC-ANO BY 4 GIVING WS-DC-PARCELA
063300                    REMAINDER WS-DC-AUX
063400                IF WS-DC-AUX NOT = ZERO
063500                    GO TO 8100-VALIDAR-DATA-EXIT
063600                END-IF
063700                DIVIDE WS-DC-ANO BY 100 GIVING WS-DC-PARCELA
063800                    REMAINDER WS-DC-AUX
063900                IF WS-DC-AUX = ZERO
064000                    DIVIDE WS-DC-ANO BY 400 GIVING WS-DC-PARCELA
064100                        REMAINDER WS-DC-AUX
064200                    IF WS-DC-AUX NOT = ZERO
064300                        GO TO 8100-VALIDAR-DATA-EXIT
064400                    END-IF
064500                END-IF
064600            END-IF
064700        END-IF
064800        MOVE "Y" TO WS-DATA-OK-SW.
064900    8100-VALIDAR-DATA-EXIT.
065000        EXIT.
065100
065200    END PROGRAM RevRelatorio.
