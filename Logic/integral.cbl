000100******************************************************************
000200* Author: Henrique S. Mendes
000300* Date:  15/10/2026
000400* Purpose: Curriculum completion (integralizacao) audit
000500* Tectonics: cobc
000600******************************************************************
000700* MODIFICATION HISTORY
000800* DATE       INIT DESCRIPTION
000900* 2026-10-15  HSM  NEW PROGRAM. CHECKS EACH MATRICULA'S APROVADO
001000*                  AND APROV-REC POSTINGS (LIVE GRADE-MASTER AND
001100*                  CLOSED-TERM GRDHIST) AGAINST THE CURRICULUM OF
001200*                  ITS DEGREE PROGRAM IN CURFILE: REQUIRED
001300*                  DISCIPLINES COMPLETED AND MISSING, ELECTIVE
001400*                  AND TOTAL CREDITS EARNED, AND THE CREDIT-
001500*                  WEIGHTED COEFICIENTE DE RENDIMENTO. ENDS WITH
001600*                  THE STUDENTS APTO A COLAR GRAU IN THE TERM.
001700******************************************************************
001800    IDENTIFICATION DIVISION.
001900    PROGRAM-ID. Integralizacao.
002000    AUTHOR. HENRIQUE S. MENDES.
002100    INSTALLATION. DEPARTAMENTO ACADEMICO.
002200    DATE-WRITTEN. 15/10/2026.
002300    DATE-COMPILED.
002400
002500    ENVIRONMENT DIVISION.
002600    INPUT-OUTPUT SECTION.
002700    FILE-CONTROL.
002800        SELECT GRADE-MASTER ASSIGN TO "GRDFILE"
002900            ORGANIZATION IS INDEXED
003000            ACCESS MODE IS DYNAMIC
003100            RECORD KEY IS GM-CHAVE
003200            FILE STATUS IS WS-FS-GRADE.
003300        SELECT GRADE-HIST ASSIGN TO "GRDHIST"
003400            ORGANIZATION IS LINE SEQUENTIAL
003500            FILE STATUS IS WS-FS-GRDHIST.
003600        SELECT CURRICULO-FILE ASSIGN TO "CURFILE"
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS IS WS-FS-CURRICULO.
003900        SELECT TERM-FILE ASSIGN TO "TRMFILE"
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS WS-FS-TERMO.
004200        SELECT PARAMETRO-FILE ASSIGN TO "INTPARM"
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS WS-FS-PARAMETRO.
004500        SELECT INTEGRAL-REPORT ASSIGN TO "INTFILE"
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS WS-FS-INTEGRAL.
004800        SELECT OUTCOME-FILE ASSIGN TO "INTOUTC"
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS WS-FS-OUTCOME.
005100
005200    DATA DIVISION.
005300    FILE SECTION.
005400    FD  GRADE-MASTER.
005500    COPY GRDREC.
005600
005700    FD  GRADE-HIST
005800        RECORDING MODE IS F.
005900    01  GRADE-HIST-RECORD       PIC X(80).
006000
006100    FD  CURRICULO-FILE
006200        RECORDING MODE IS F.
006300    COPY CURREC.
006400
006500    FD  TERM-FILE
006600        RECORDING MODE IS F.
006700    COPY TRMREC.
006800
006900*   ONE LINE PER STUDENT TO AUDIT: MATRICULA, A SPACE, AND THE
007000*   DEGREE PROGRAM WHOSE CURRICULUM APPLIES.
007100    FD  PARAMETRO-FILE
007200        RECORDING MODE IS F.
007300    01  PARAMETRO-RECORD.
007400        05  PF-MATRICULA        PIC X(10).
007500        05  FILLER              PIC X(01).
007600        05  PF-PROGRAMA         PIC X(06).
007700
007800    FD  INTEGRAL-REPORT
007900        RECORDING MODE IS F.
008000    01  INTEGRAL-LINHA          PIC X(80).
008100
008200    FD  OUTCOME-FILE
008300        RECORDING MODE IS F.
008400    01  OUTCOME-LINHA           PIC X(100).
008500
008600    WORKING-STORAGE SECTION.
008700    01  WS-FS-GRADE             PIC X(02).
008800    01  WS-FS-GRDHIST           PIC X(02).
008900    01  WS-FS-CURRICULO         PIC X(02).
009000    01  WS-FS-TERMO             PIC X(02).
009100    01  WS-FS-PARAMETRO         PIC X(02).
009200    01  WS-FS-INTEGRAL          PIC X(02).
009300    01  WS-FS-OUTCOME           PIC X(02).
009400
009500    01  WS-MATRICULA-ALVO       PIC X(10).
009600    01  WS-PROGRAMA-ALVO        PIC X(06).
009700    01  WS-NOME-ALUNO           PIC A(15).
009800    01  WS-ANO-LETIVO           PIC 9(04) VALUE ZERO.
009900    01  WS-SEMESTRE             PIC 9(01) VALUE ZERO.
010000
010100*   DEGREE PROGRAMS ("P" RECORDS OF CURFILE).
010200    01  WS-PG-QTD               PIC 9(05) VALUE ZERO.
010300    01  WS-PG-IDX               PIC 9(05) VALUE ZERO.
010400    01  WS-PG-ATUAL             PIC 9(05) VALUE ZERO.
010500    01  WS-PG-MAX               PIC 9(05) VALUE 200.
010600    01  WS-PG-TABELA.
010700        05  WS-PG-ENTRADA OCCURS 200 TIMES.
010800            10  WS-PG-PROGRAMA  PIC X(06).
010900            10  WS-PG-DESCRICAO PIC X(30).
011000            10  WS-PG-MIN-ELETIVAS
011100                                PIC 9(04).
011200
011300*   CURRICULUM DISCIPLINES ("O" AND "E" RECORDS OF CURFILE).
011400*   WS-CR-SITUACAO IS REBUILT FOR EACH STUDENT: "N" NEVER
011500*   ATTEMPTED, "R" ATTEMPTED BUT NOT YET PASSED, "A" PASSED.
011600    01  WS-CR-QTD               PIC 9(05) VALUE ZERO.
011700    01  WS-CR-IDX               PIC 9(05) VALUE ZERO.
011800    01  WS-CR-ATUAL             PIC 9(05) VALUE ZERO.
011900    01  WS-CR-MAX               PIC 9(05) VALUE 5000.
012000    01  WS-CR-TABELA.
012100        05  WS-CR-ENTRADA OCCURS 5000 TIMES.
012200            10  WS-CR-PROGRAMA  PIC X(06).
012300            10  WS-CR-TIPO      PIC X(01).
012400            10  WS-CR-CURSO     PIC X(06).
012500            10  WS-CR-CARGA     PIC 9(03).
012600            10  WS-CR-DESCRICAO PIC X(30).
012700            10  WS-CR-SITUACAO  PIC X(01).
012800    01  WS-QTD-CUR-IGNORADOS    PIC 9(05) VALUE ZERO.
012900
013000*   STUDENTS FOUND APTO A COLAR GRAU, LISTED AT THE END.
013100    01  WS-AT-QTD               PIC 9(05) VALUE ZERO.
013200    01  WS-AT-IDX               PIC 9(05) VALUE ZERO.
013300    01  WS-AT-MAX               PIC 9(05) VALUE 2000.
013400    01  WS-AT-TABELA.
013500        05  WS-AT-ENTRADA OCCURS 2000 TIMES.
013600            10  WS-AT-MATRICULA PIC X(10).
013700            10  WS-AT-NOME      PIC A(15).
013800            10  WS-AT-PROGRAMA  PIC X(06).
013900            10  WS-AT-CR        PIC 9(02)V99.
014000            10  WS-AT-CREDITOS  PIC 9(05).
014100
014200*   PER-STUDENT ACCUMULATORS (CREDITS ARE HOURS OF CARGA).
014300    01  WS-QTD-POSTAGENS        PIC 9(05) VALUE ZERO.
014400    01  WS-QTD-FORA             PIC 9(05) VALUE ZERO.
014500    01  WS-QTD-OBRIG            PIC 9(05) VALUE ZERO.
014600    01  WS-QTD-OBRIG-OK         PIC 9(05) VALUE ZERO.
014700    01  WS-CARGA-OBRIG          PIC 9(05) VALUE ZERO.
014800    01  WS-CARGA-OBRIG-OK       PIC 9(05) VALUE ZERO.
014900    01  WS-CARGA-ELETIVA-OK     PIC 9(05) VALUE ZERO.
015000    01  WS-CARGA-ELETIVA-FALTA  PIC 9(05) VALUE ZERO.
015100    01  WS-CREDITOS             PIC 9(05) VALUE ZERO.
015200    01  WS-CARGA-CR             PIC 9(05) VALUE ZERO.
015300    01  WS-SOMA-PONDERADA       PIC 9(07)V99 VALUE ZERO.
015400    01  WS-COEFICIENTE          PIC 9(02)V99 VALUE ZERO.
015500
015600*   RUN TOTALS.
015700    01  WS-QTD-AVALIADOS        PIC 9(05) VALUE ZERO.
015800    01  WS-QTD-APTOS            PIC 9(05) VALUE ZERO.
015900    01  WS-QTD-SEM-CURRICULO    PIC 9(05) VALUE ZERO.
016000
016100    01  WS-QTD-ED               PIC ZZZZ9.
016200    01  WS-QTD-ED2              PIC ZZZZ9.
016300    01  WS-CARGA-ED             PIC ZZZZ9.
016400    01  WS-CARGA-ED2            PIC ZZZZ9.
016500    01  WS-CR-ED                PIC Z9.99.
016600    01  WS-CR-ED-X REDEFINES WS-CR-ED
016700                                PIC X(05).
016800
016900    01  WS-LINHA-TITULO-RELAT.
017000        05  FILLER              PIC X(38) VALUE
017100            "INTEGRALIZACAO CURRICULAR - TERMO:   ".
017200        05  TIT-ANO             PIC 9(04).
017300        05  FILLER              PIC X(01) VALUE "/".
017400        05  TIT-SEM             PIC 9(01).
017500        05  FILLER              PIC X(36) VALUE SPACES.
017600
017700    01  WS-LINHA-CABECALHO.
017800        05  FILLER              PIC X(11) VALUE "MATRICULA: ".
017900        05  CAB-MATRICULA       PIC X(10).
018000        05  FILLER              PIC X(08) VALUE "  NOME: ".
018100        05  CAB-NOME            PIC A(15).
018200        05  FILLER              PIC X(12) VALUE "  PROGRAMA: ".
018300        05  CAB-PROGRAMA        PIC X(06).
018400        05  FILLER              PIC X(18) VALUE SPACES.
018500
018600    01  WS-LINHA-TITULO.
018700        05  FILLER              PIC X(06) VALUE "TIPO".
018800        05  FILLER              PIC X(07) VALUE "CURSO".
018900        05  FILLER              PIC X(31) VALUE "DESCRICAO".
019000        05  FILLER              PIC X(06) VALUE "CARGA".
019100        05  FILLER              PIC X(11) VALUE "SITUACAO".
019200        05  FILLER              PIC X(19) VALUE SPACES.
019300
019400    01  WS-LINHA-DETALHE.
019500        05  DET-TIPO            PIC X(05).
019600        05  FILLER              PIC X(01) VALUE SPACE.
019700        05  DET-CURSO           PIC X(06).
019800        05  FILLER              PIC X(01) VALUE SPACE.
019900        05  DET-DESCRICAO       PIC X(30).
020000        05  FILLER              PIC X(01) VALUE SPACE.
020100        05  DET-CARGA           PIC ZZ9.
020200        05  FILLER              PIC X(01) VALUE "H".
020300        05  FILLER              PIC X(02) VALUE SPACES.
020400        05  DET-SITUACAO        PIC X(11).
020500        05  FILLER              PIC X(19) VALUE SPACES.
020600
020700    01  WS-LINHA-TITULO-APTOS.
020800        05  FILLER              PIC X(38) VALUE
020900            "ALUNOS APTOS A COLAR GRAU - TERMO:   ".
021000        05  TAP-ANO             PIC 9(04).
021100        05  FILLER              PIC X(01) VALUE "/".
021200        05  TAP-SEM             PIC 9(01).
021300        05  FILLER              PIC X(36) VALUE SPACES.
021400
021500    01  WS-LINHA-COLUNAS-APTOS.
021600        05  FILLER              PIC X(12) VALUE "MATRICULA".
021700        05  FILLER              PIC X(17) VALUE "NOME".
021800        05  FILLER              PIC X(10) VALUE "PROGRAMA".
021900        05  FILLER              PIC X(10) VALUE "CREDITOS".
022000        05  FILLER              PIC X(05) VALUE "CR".
022100        05  FILLER              PIC X(26) VALUE SPACES.
022200
022300    01  WS-LINHA-APTO.
022400        05  APT-MATRICULA       PIC X(10).
022500        05  FILLER              PIC X(02) VALUE SPACES.
022600        05  APT-NOME            PIC A(15).
022700        05  FILLER              PIC X(02) VALUE SPACES.
022800        05  APT-PROGRAMA        PIC X(06).
022900        05  FILLER              PIC X(04) VALUE SPACES.
023000        05  APT-CREDITOS        PIC ZZZZ9.
023100        05  FILLER              PIC X(05) VALUE SPACES.
023200        05  APT-CR              PIC Z9.99.
023300        05  FILLER              PIC X(26) VALUE SPACES.
023400
023500    01  WS-INDICADORES.
023600        05  WS-FIM-MESTRE-SW    PIC X(01) VALUE "N".
023700            88  FIM-MESTRE                 VALUE "Y".
023800        05  WS-EOF-GRDHIST-SW   PIC X(01) VALUE "N".
023900            88  EOF-GRADE-HIST             VALUE "Y".
024000        05  WS-EOF-CURRIC-SW    PIC X(01) VALUE "N".
024100            88  EOF-CURRICULO              VALUE "Y".
024200        05  WS-EOF-TERMO-SW     PIC X(01) VALUE "N".
024300            88  EOF-TERMOS                 VALUE "Y".
024400        05  WS-EOF-PARAM-SW     PIC X(01) VALUE "N".
024500            88  EOF-PARAMETROS             VALUE "Y".
024600        05  WS-LISTA-SW         PIC X(01) VALUE "N".
024700            88  LISTA-EM-ARQUIVO           VALUE "Y".
024800        05  WS-FIM-CONSOLE-SW   PIC X(01) VALUE "N".
024900            88  FIM-CONSOLE                VALUE "Y".
025000        05  WS-PG-ACHADO-SW     PIC X(01) VALUE "N".
025100            88  PG-ACHADO                  VALUE "Y".
025200        05  WS-CR-ACHADO-SW     PIC X(01) VALUE "N".
025300            88  CR-ACHADO                  VALUE "Y".
025400        05  WS-APTO-SW          PIC X(01) VALUE "N".
025500            88  ALUNO-APTO                 VALUE "Y".
025600        05  WS-AT-ESTOURO-SW    PIC X(01) VALUE "N".
025700            88  AT-ESTOURO                 VALUE "Y".
025800
025900    PROCEDURE DIVISION.
026000    0000-MAINLINE.
026100        PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
026200        IF LISTA-EM-ARQUIVO
026300            PERFORM 3000-PROCESSAR-ARQUIVO
026400                THRU 3000-PROCESSAR-ARQUIVO-EXIT
026500        ELSE
026600            PERFORM 4000-PROCESSAR-CONSOLE
026700                THRU 4000-PROCESSAR-CONSOLE-EXIT
026800        END-IF
026900        PERFORM 8000-EMITIR-APTOS THRU 8000-EMITIR-APTOS-EXIT
027000        CLOSE INTEGRAL-REPORT
027100        CLOSE GRADE-MASTER
027200        MOVE WS-QTD-AVALIADOS TO WS-QTD-ED
027300        MOVE WS-QTD-APTOS TO WS-QTD-ED2
027400        DISPLAY "MATRICULAS AVALIADAS: " WS-QTD-ED
027500            "  APTAS A COLAR GRAU: " WS-QTD-ED2
027600        IF WS-QTD-SEM-CURRICULO > ZERO
027700            MOVE WS-QTD-SEM-CURRICULO TO WS-QTD-ED
027800            DISPLAY "MATRICULAS SEM CURRICULO CADASTRADO: "
027900                WS-QTD-ED
028000        END-IF
028100        DISPLAY "INTEGRALIZACAO GRAVADA EM INTFILE"
028200        STOP RUN.
028300
028400******************************************************************
028500* 1000-INICIALIZAR - OPENS THE REPORT AND THE INDEXED LIVE
028600*     GRADE-MASTER, LOADS THE CURRICULA AND THE CURRENT TERM, AND
028700*     DECIDES WHETHER THE STUDENTS COME FROM PARAMETRO-FILE (WHEN
028800*     ONE IS PRESENT) OR THE CONSOLE.
028900******************************************************************
029000    1000-INICIALIZAR.
029100        OPEN OUTPUT INTEGRAL-REPORT
029200        IF WS-FS-INTEGRAL NOT = "00"
029300            DISPLAY "INTEGRAL-REPORT NAO PODE SER ABERTO - "
029400                "STATUS " WS-FS-INTEGRAL
029500            STOP RUN
029600        END-IF
029700        OPEN INPUT GRADE-MASTER
029800        IF WS-FS-GRADE NOT = "00"
029900            DISPLAY "GRADE-MASTER NAO ENCONTRADO - STATUS "
030000                WS-FS-GRADE
030100            DISPLAY "EXECUTE UMA APURACAO ANTES DA INTEGRALIZACAO"
030200            CLOSE INTEGRAL-REPORT
030300            STOP RUN
030400        END-IF
030500        PERFORM 1100-CARREGAR-CURRICULO
030600            THRU 1100-CARREGAR-CURRICULO-EXIT
030700        PERFORM 1300-CARREGAR-TERMO THRU 1300-CARREGAR-TERMO-EXIT
030800        MOVE WS-ANO-LETIVO TO TIT-ANO
030900        MOVE WS-SEMESTRE TO TIT-SEM
031000        MOVE WS-LINHA-TITULO-RELAT TO INTEGRAL-LINHA
031100        WRITE INTEGRAL-LINHA
031200        MOVE SPACES TO INTEGRAL-LINHA
031300        WRITE INTEGRAL-LINHA
031400        OPEN INPUT PARAMETRO-FILE
031500        IF WS-FS-PARAMETRO = "00"
031600            MOVE "Y" TO WS-LISTA-SW
031700        END-IF.
031800    1000-INICIALIZAR-EXIT.
031900        EXIT.
032000
032100******************************************************************
032200* 1100-CARREGAR-CURRICULO - LOADS CURFILE WHOLE: ONE TABLE OF
032300*     DEGREE PROGRAMS AND ONE OF CURRICULUM DISCIPLINES. WITHOUT
032400*     A CURRICULUM THERE IS NOTHING TO AUDIT, AND A CURRICULUM
032500*     LARGER THAN THE TABLES STOPS THE RUN RATHER THAN REPORTING
032600*     DISCIPLINES AS MISSING THAT WERE NEVER LOADED.
032700******************************************************************
032800    1100-CARREGAR-CURRICULO.
032900        OPEN INPUT CURRICULO-FILE
033000        IF WS-FS-CURRICULO NOT = "00"
033100            DISPLAY "CURRICULO-FILE NAO ENCONTRADO - STATUS "
033200                WS-FS-CURRICULO
033300            CLOSE INTEGRAL-REPORT
033400            CLOSE GRADE-MASTER
033500            STOP RUN
033600        END-IF
033700        MOVE "N" TO WS-EOF-CURRIC-SW
033800        PERFORM 1110-LER-CURRICULO THRU 1110-LER-CURRICULO-EXIT
033900            UNTIL EOF-CURRICULO
034000        CLOSE CURRICULO-FILE
034100        IF WS-QTD-CUR-IGNORADOS > ZERO
034200            MOVE WS-QTD-CUR-IGNORADOS TO WS-QTD-ED
034300            DISPLAY "REGISTROS DE CURFILE IGNORADOS (TIPO "
034400                "INVALIDO): " WS-QTD-ED
034500        END-IF.
034600    1100-CARREGAR-CURRICULO-EXIT.
034700        EXIT.
034800
034900    1110-LER-CURRICULO.
035000        READ CURRICULO-FILE
035100            AT END
035200                MOVE "Y" TO WS-EOF-CURRIC-SW
035300                GO TO 1110-LER-CURRICULO-EXIT
035400        END-READ
035500        IF CUR-PROGRAMA-REG
035600            IF WS-PG-QTD NOT < WS-PG-MAX
035700                DISPLAY "CURFILE EXCEDE " WS-PG-MAX
035800                    " PROGRAMAS - EXECUCAO INTERROMPIDA"
035900                CLOSE CURRICULO-FILE
036000                CLOSE INTEGRAL-REPORT
036100                CLOSE GRADE-MASTER
036200                STOP RUN
036300            END-IF
036400            ADD 1 TO WS-PG-QTD
036500            MOVE CUR-PROGRAMA TO WS-PG-PROGRAMA(WS-PG-QTD)
036600            MOVE CUR-DESCRICAO TO WS-PG-DESCRICAO(WS-PG-QTD)
036700            MOVE CUR-MIN-ELETIVAS
036800                TO WS-PG-MIN-ELETIVAS(WS-PG-QTD)
036900            GO TO 1110-LER-CURRICULO-EXIT
037000        END-IF
037100        IF NOT CUR-OBRIGATORIA AND NOT CUR-ELETIVA
037200            ADD 1 TO WS-QTD-CUR-IGNORADOS
037300            GO TO 1110-LER-CURRICULO-EXIT
037400        END-IF
037500        IF WS-CR-QTD NOT < WS-CR-MAX
037600            DISPLAY "CURFILE EXCEDE " WS-CR-MAX
037700                " DISCIPLINAS - EXECUCAO INTERROMPIDA"
037800            CLOSE CURRICULO-FILE
037900            CLOSE INTEGRAL-REPORT
038000            CLOSE GRADE-MASTER
038100            STOP RUN
038200        END-IF
038300        ADD 1 TO WS-CR-QTD
038400        MOVE CUR-PROGRAMA TO WS-CR-PROGRAMA(WS-CR-QTD)
038500        MOVE CUR-TIPO TO WS-CR-TIPO(WS-CR-QTD)
038600        MOVE CUR-CURSO TO WS-CR-CURSO(WS-CR-QTD)
038700        MOVE CUR-CARGA-HORARIA TO WS-CR-CARGA(WS-CR-QTD)
038800        MOVE CUR-DESCRICAO TO WS-CR-DESCRICAO(WS-CR-QTD)
038900        MOVE "N" TO WS-CR-SITUACAO(WS-CR-QTD).
039000    1110-LER-CURRICULO-EXIT.
039100        EXIT.
039200
039300******************************************************************
039400* 1300-CARREGAR-TERMO - READS TERM-FILE AND KEEPS THE LAST TERM
039500*     REGISTERED, WHICH NAMES THE TERM OF THE GRADUATION LIST.
039600*     A MISSING TERM-FILE ONLY LEAVES THE TERM AS 0000/0.
039700******************************************************************
039800    1300-CARREGAR-TERMO.
039900        MOVE "N" TO WS-EOF-TERMO-SW
040000        OPEN INPUT TERM-FILE
040100        IF WS-FS-TERMO NOT = "00"
040200            DISPLAY "TERM-FILE NAO ENCONTRADO - TERMO NAO "
040300                "IDENTIFICADO NO RELATORIO"
040400            GO TO 1300-CARREGAR-TERMO-EXIT
040500        END-IF
040600        PERFORM 1310-LER-TERMO THRU 1310-LER-TERMO-EXIT
040700            UNTIL EOF-TERMOS
040800        CLOSE TERM-FILE.
040900    1300-CARREGAR-TERMO-EXIT.
041000        EXIT.
041100
041200    1310-LER-TERMO.
041300        READ TERM-FILE
041400            AT END
041500                MOVE "Y" TO WS-EOF-TERMO-SW
041600            NOT AT END
041700                MOVE TRM-ANO TO WS-ANO-LETIVO
041800                MOVE TRM-SEM TO WS-SEMESTRE
041900        END-READ.
042000    1310-LER-TERMO-EXIT.
042100        EXIT.
042200
042300******************************************************************
042400* 2000-AVALIAR-ALUNO - AUDITS ONE STUDENT AGAINST THE CURRICULUM
042500*     OF WS-PROGRAMA-ALVO: MARKS EVERY CURRICULUM DISCIPLINE FROM
042600*     THE STUDENT'S ATTEMPTS ON THE CLOSED-TERM HISTORY AND ON THE
042700*     LIVE GRADE-MASTER, THEN PRINTS THE RESULT.
042800******************************************************************
042900    2000-AVALIAR-ALUNO.
043000        MOVE "N" TO WS-PG-ACHADO-SW
043100        MOVE "N" TO WS-APTO-SW
043200        PERFORM 2050-BUSCAR-PROGRAMA
043300            THRU 2050-BUSCAR-PROGRAMA-EXIT
043400            VARYING WS-PG-IDX FROM 1 BY 1
043500            UNTIL WS-PG-IDX > WS-PG-QTD OR PG-ACHADO
043600        IF NOT PG-ACHADO
043700            ADD 1 TO WS-QTD-SEM-CURRICULO
043800            MOVE SPACES TO INTEGRAL-LINHA
043900            STRING "MATRICULA " DELIMITED BY SIZE
044000                WS-MATRICULA-ALVO DELIMITED BY SIZE
044100                " - PROGRAMA " DELIMITED BY SIZE
044200                WS-PROGRAMA-ALVO DELIMITED BY SIZE
044300                " SEM CURRICULO CADASTRADO - NAO AVALIADA"
044400                DELIMITED BY SIZE
044500                INTO INTEGRAL-LINHA
044600            WRITE INTEGRAL-LINHA
044700            MOVE SPACES TO INTEGRAL-LINHA
044800            WRITE INTEGRAL-LINHA
044900            DISPLAY "MATRICULA " WS-MATRICULA-ALVO " - PROGRAMA "
045000                WS-PROGRAMA-ALVO " SEM CURRICULO CADASTRADO"
045100            GO TO 2000-AVALIAR-ALUNO-EXIT
045200        END-IF
045300        ADD 1 TO WS-QTD-AVALIADOS
045400        MOVE SPACES TO WS-NOME-ALUNO
045500        MOVE ZERO TO WS-QTD-POSTAGENS
045600        MOVE ZERO TO WS-QTD-FORA
045700        MOVE ZERO TO WS-CARGA-CR
045800        MOVE ZERO TO WS-SOMA-PONDERADA
045900        PERFORM 2060-LIMPAR-SITUACAO
046000            THRU 2060-LIMPAR-SITUACAO-EXIT
046100            VARYING WS-CR-IDX FROM 1 BY 1
046200            UNTIL WS-CR-IDX > WS-CR-QTD
046300        PERFORM 2300-VARRER-HISTORIA
046400            THRU 2300-VARRER-HISTORIA-EXIT
046500        PERFORM 2400-VARRER-MESTRE
046600            THRU 2400-VARRER-MESTRE-EXIT
046700        PERFORM 2500-EMITIR-AVALIACAO
046800            THRU 2500-EMITIR-AVALIACAO-EXIT.
046900    2000-AVALIAR-ALUNO-EXIT.
047000        EXIT.
047100
047200    2050-BUSCAR-PROGRAMA.
047300        IF WS-PG-PROGRAMA(WS-PG-IDX) = WS-PROGRAMA-ALVO
047400            MOVE WS-PG-IDX TO WS-PG-ATUAL
047500            MOVE "Y" TO WS-PG-ACHADO-SW
047600        END-IF.
047700    2050-BUSCAR-PROGRAMA-EXIT.
047800        EXIT.
047900
048000    2060-LIMPAR-SITUACAO.
048100        MOVE "N" TO WS-CR-SITUACAO(WS-CR-IDX).
048200    2060-LIMPAR-SITUACAO-EXIT.
048300        EXIT.
048400
048500******************************************************************
048600* 2100-APLICAR-POSTAGEM - APPLIES THE POSTING IN GRADE-MASTER-
048700*     RECORD, WHICH BELONGS TO THE TARGET MATRICULA, TO THE
048800*     CURRICULUM: AN APROVADO OR APROV-REC ATTEMPT COMPLETES THE
048900*     DISCIPLINE (ONCE, HOWEVER MANY TIMES IT WAS PASSED); ANY
049000*     OTHER ATTEMPT MARKS IT AS ATTEMPTED. EVERY ATTEMPT WITH A
049100*     FINAL RESULT (APROVADO, APROV-REC, REPROVADO, REPROV-F)
049200*     ENTERS THE COEFICIENTE WEIGHTED BY THE DISCIPLINE'S CARGA;
049300*     INCOMPLET AND TRANCADO HAVE NO RESULT AND STAY OUT. A
049400*     DISCIPLINE OUTSIDE THE CURRICULUM EARNS NO CREDIT AND IS
049500*     ONLY COUNTED.
049600******************************************************************
049700    2100-APLICAR-POSTAGEM.
049800        IF WS-NOME-ALUNO = SPACES
049900            MOVE GM-NOME TO WS-NOME-ALUNO
050000        END-IF
050100        ADD 1 TO WS-QTD-POSTAGENS
050200        MOVE "N" TO WS-CR-ACHADO-SW
050300        PERFORM 2110-BUSCAR-DISCIPLINA
050400            THRU 2110-BUSCAR-DISCIPLINA-EXIT
050500            VARYING WS-CR-IDX FROM 1 BY 1
050600            UNTIL WS-CR-IDX > WS-CR-QTD OR CR-ACHADO
050700        IF NOT CR-ACHADO
050800            ADD 1 TO WS-QTD-FORA
050900            GO TO 2100-APLICAR-POSTAGEM-EXIT
051000        END-IF
051100        IF GM-STATUS = "APROVADO " OR GM-STATUS = "APROV-REC"
051200            MOVE "A" TO WS-CR-SITUACAO(WS-CR-ATUAL)
051300        ELSE
051400            IF WS-CR-SITUACAO(WS-CR-ATUAL) = "N"
051500                MOVE "R" TO WS-CR-SITUACAO(WS-CR-ATUAL)
051600            END-IF
051700        END-IF
051800        IF GM-STATUS = "APROVADO " OR GM-STATUS = "APROV-REC"
051900            OR GM-STATUS = "REPROVADO" OR GM-STATUS = "REPROV-F "
052000            COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
052100                + GM-RESULT * WS-CR-CARGA(WS-CR-ATUAL)
052200            ADD WS-CR-CARGA(WS-CR-ATUAL) TO WS-CARGA-CR
052300        END-IF.
052400    2100-APLICAR-POSTAGEM-EXIT.
052500        EXIT.
052600
052700    2110-BUSCAR-DISCIPLINA.
052800        IF WS-CR-PROGRAMA(WS-CR-IDX) = WS-PROGRAMA-ALVO
052900            AND WS-CR-CURSO(WS-CR-IDX) = GM-CURSO
053000            MOVE WS-CR-IDX TO WS-CR-ATUAL
053100            MOVE "Y" TO WS-CR-ACHADO-SW
053200        END-IF.
053300    2110-BUSCAR-DISCIPLINA-EXIT.
053400        EXIT.
053500
053600******************************************************************
053700* 2300-VARRER-HISTORIA - SCANS THE CLOSED-TERM HISTORY FILE FOR
053800*     THE TARGET MATRICULA, APPLYING EVERY ATTEMPT FOUND. A
053900*     MISSING GRDHIST ONLY MEANS NO TERM WAS EVER CLOSED.
054000******************************************************************
054100    2300-VARRER-HISTORIA.
054200        OPEN INPUT GRADE-HIST
054300        IF WS-FS-GRDHIST NOT = "00"
054400            GO TO 2300-VARRER-HISTORIA-EXIT
054500        END-IF
054600        MOVE "N" TO WS-EOF-GRDHIST-SW
054700        PERFORM 2310-LER-HISTORIA THRU 2310-LER-HISTORIA-EXIT
054800            UNTIL EOF-GRADE-HIST
054900        CLOSE GRADE-HIST.
055000    2300-VARRER-HISTORIA-EXIT.
055100        EXIT.
055200
055300    2310-LER-HISTORIA.
055400        READ GRADE-HIST
055500            AT END
055600                MOVE "Y" TO WS-EOF-GRDHIST-SW
055700            NOT AT END
055800                MOVE GRADE-HIST-RECORD TO GRADE-MASTER-RECORD
055900                IF GM-MATRICULA = WS-MATRICULA-ALVO
056000                    PERFORM 2100-APLICAR-POSTAGEM
056100                        THRU 2100-APLICAR-POSTAGEM-EXIT
056200                END-IF
056300        END-READ.
056400    2310-LER-HISTORIA-EXIT.
056500        EXIT.
056600
056700******************************************************************
056800* 2400-VARRER-MESTRE - POSITIONS THE INDEXED LIVE MASTER AT THE
056900*     FIRST KEY OF THE TARGET MATRICULA AND READS FORWARD UNTIL
057000*     THE MATRICULA CHANGES, APPLYING EVERY POSTING FOUND.
057100******************************************************************
057200    2400-VARRER-MESTRE.
057300        MOVE "N" TO WS-FIM-MESTRE-SW
057400        MOVE WS-MATRICULA-ALVO TO GM-MATRICULA
057500        MOVE LOW-VALUES TO GM-CURSO
057600        MOVE ZERO TO GM-ANO
057700        MOVE ZERO TO GM-SEM
057800        START GRADE-MASTER KEY NOT LESS THAN GM-CHAVE
057900            INVALID KEY
058000                MOVE "Y" TO WS-FIM-MESTRE-SW
058100        END-START
058200        PERFORM 2410-LER-MESTRE THRU 2410-LER-MESTRE-EXIT
058300            UNTIL FIM-MESTRE.
058400    2400-VARRER-MESTRE-EXIT.
058500        EXIT.
058600
058700    2410-LER-MESTRE.
058800        READ GRADE-MASTER NEXT RECORD
058900            AT END
059000                MOVE "Y" TO WS-FIM-MESTRE-SW
059100            NOT AT END
059200                IF GM-MATRICULA = WS-MATRICULA-ALVO
059300                    PERFORM 2100-APLICAR-POSTAGEM
059400                        THRU 2100-APLICAR-POSTAGEM-EXIT
059500                ELSE
059600                    MOVE "Y" TO WS-FIM-MESTRE-SW
059700                END-IF
059800        END-READ.
059900    2410-LER-MESTRE-EXIT.
060000        EXIT.
060100
060200******************************************************************
060300* 2500-EMITIR-AVALIACAO - PRINTS THE AUDIT OF ONE STUDENT: ONE
060400*     LINE PER REQUIRED DISCIPLINE (CUMPRIDA, PENDENTE OR NAO
060500*     CURSADA) AND PER ELECTIVE ATTEMPTED, THEN THE CREDITS, THE
060600*     COEFICIENTE DE RENDIMENTO AND THE VERDICT. A STUDENT IS
060700*     APTO A COLAR GRAU WHEN EVERY REQUIRED DISCIPLINE IS PASSED
060800*     AND THE ELECTIVE HOURS PASSED REACH THE PROGRAM'S MINIMUM.
060900******************************************************************
061000    2500-EMITIR-AVALIACAO.
061100        MOVE ZERO TO WS-QTD-OBRIG
061200        MOVE ZERO TO WS-QTD-OBRIG-OK
061300        MOVE ZERO TO WS-CARGA-OBRIG
061400        MOVE ZERO TO WS-CARGA-OBRIG-OK
061500        MOVE ZERO TO WS-CARGA-ELETIVA-OK
061600        MOVE ZERO TO WS-CARGA-ELETIVA-FALTA
061700        MOVE WS-MATRICULA-ALVO TO CAB-MATRICULA
061800        MOVE WS-NOME-ALUNO TO CAB-NOME
061900        MOVE WS-PROGRAMA-ALVO TO CAB-PROGRAMA
062000        MOVE WS-LINHA-CABECALHO TO INTEGRAL-LINHA
062100        WRITE INTEGRAL-LINHA
062200        MOVE WS-LINHA-TITULO TO INTEGRAL-LINHA
062300        WRITE INTEGRAL-LINHA
062400        PERFORM 2510-EMITIR-DISCIPLINA
062500            THRU 2510-EMITIR-DISCIPLINA-EXIT
062600            VARYING WS-CR-IDX FROM 1 BY 1
062700            UNTIL WS-CR-IDX > WS-CR-QTD
062800        COMPUTE WS-CREDITOS = WS-CARGA-OBRIG-OK
062900            + WS-CARGA-ELETIVA-OK
063000        IF WS-CARGA-ELETIVA-OK < WS-PG-MIN-ELETIVAS(WS-PG-ATUAL)
063100            COMPUTE WS-CARGA-ELETIVA-FALTA =
063200                WS-PG-MIN-ELETIVAS(WS-PG-ATUAL)
063300                - WS-CARGA-ELETIVA-OK
063400        END-IF
063500        IF WS-QTD-OBRIG-OK = WS-QTD-OBRIG
063600            AND WS-CARGA-ELETIVA-FALTA = ZERO
063700            MOVE "Y" TO WS-APTO-SW
063800        END-IF
063900        MOVE WS-QTD-OBRIG-OK TO WS-QTD-ED
064000        MOVE WS-QTD-OBRIG TO WS-QTD-ED2
064100        MOVE WS-CARGA-OBRIG-OK TO WS-CARGA-ED
064200        MOVE WS-CARGA-OBRIG TO WS-CARGA-ED2
064300        MOVE SPACES TO INTEGRAL-LINHA
064400        STRING "OBRIGATORIAS CUMPRIDAS: " DELIMITED BY SIZE
064500            WS-QTD-ED DELIMITED BY SIZE
064600            " DE" DELIMITED BY SIZE
064700            WS-QTD-ED2 DELIMITED BY SIZE
064800            "   CARGA:" DELIMITED BY SIZE
064900            WS-CARGA-ED DELIMITED BY SIZE
065000            " DE" DELIMITED BY SIZE
065100            WS-CARGA-ED2 DELIMITED BY SIZE
065200            " HORAS" DELIMITED BY SIZE
065300            INTO INTEGRAL-LINHA
065400        WRITE INTEGRAL-LINHA
065500        MOVE WS-CARGA-ELETIVA-OK TO WS-CARGA-ED
065600        MOVE WS-PG-MIN-ELETIVAS(WS-PG-ATUAL) TO WS-CARGA-ED2
065700        MOVE SPACES TO INTEGRAL-LINHA
065800        STRING "CREDITOS ELETIVOS (HORAS): " DELIMITED BY SIZE
065900            WS-CARGA-ED DELIMITED BY SIZE
066000            "   MINIMO EXIGIDO:" DELIMITED BY SIZE
066100            WS-CARGA-ED2 DELIMITED BY SIZE
066200            INTO INTEGRAL-LINHA
066300        WRITE INTEGRAL-LINHA
066400        MOVE WS-CREDITOS TO WS-CARGA-ED
066500        MOVE SPACES TO INTEGRAL-LINHA
066600        STRING "CREDITOS OBTIDOS (HORAS):  " DELIMITED BY SIZE
066700            WS-CARGA-ED DELIMITED BY SIZE
066800            INTO INTEGRAL-LINHA
066900        WRITE INTEGRAL-LINHA
067000*       THE COEFICIENTE IS THE RESULT OF EVERY DECIDED ATTEMPT
067100*       WEIGHTED BY ITS CARGA; A STUDENT WITH NO DECIDED ATTEMPT
067200*       HAS NONE AND PRINTS "---".
067300        MOVE ZERO TO WS-COEFICIENTE
067400        MOVE SPACES TO INTEGRAL-LINHA
067500        IF WS-CARGA-CR > ZERO
067600            COMPUTE WS-COEFICIENTE ROUNDED =
067700                WS-SOMA-PONDERADA / WS-CARGA-CR
067800            MOVE WS-COEFICIENTE TO WS-CR-ED
067900            STRING "COEFICIENTE DE RENDIMENTO: " DELIMITED BY SIZE
068000                WS-CR-ED DELIMITED BY SIZE
068100                INTO INTEGRAL-LINHA
068200        ELSE
068300            STRING "COEFICIENTE DE RENDIMENTO: " DELIMITED BY SIZE
068400                "  ---" DELIMITED BY SIZE
068500                INTO INTEGRAL-LINHA
068600        END-IF
068700        WRITE INTEGRAL-LINHA
068800        IF WS-QTD-FORA > ZERO
068900            MOVE WS-QTD-FORA TO WS-QTD-ED
069000            MOVE SPACES TO INTEGRAL-LINHA
069100            STRING "TENTATIVAS FORA DO CURRICULO (SEM CREDITO): "
069200                DELIMITED BY SIZE
069300                WS-QTD-ED DELIMITED BY SIZE
069400                INTO INTEGRAL-LINHA
069500            WRITE INTEGRAL-LINHA
069600        END-IF
069700        MOVE SPACES TO INTEGRAL-LINHA
069800        IF ALUNO-APTO
069900            MOVE "SITUACAO: APTO A COLAR GRAU" TO INTEGRAL-LINHA
070000            PERFORM 2600-REGISTRAR-APTO
070100                THRU 2600-REGISTRAR-APTO-EXIT
070200        ELSE
070300            COMPUTE WS-QTD-ED = WS-QTD-OBRIG - WS-QTD-OBRIG-OK
070400            MOVE WS-CARGA-ELETIVA-FALTA TO WS-CARGA-ED
070500            STRING "SITUACAO: NAO APTO - FALTAM OBRIGATORIAS:"
070600                DELIMITED BY SIZE
070700                WS-QTD-ED DELIMITED BY SIZE
070800                "  HORAS ELETIVAS:" DELIMITED BY SIZE
070900                WS-CARGA-ED DELIMITED BY SIZE
071000                INTO INTEGRAL-LINHA
071100        END-IF
071200        WRITE INTEGRAL-LINHA
071300        MOVE SPACES TO INTEGRAL-LINHA
071400        WRITE INTEGRAL-LINHA.
071500    2500-EMITIR-AVALIACAO-EXIT.
071600        EXIT.
071700
071800******************************************************************
071900* 2510-EMITIR-DISCIPLINA - PRINTS AND TOTALS ONE CURRICULUM
072000*     DISCIPLINE OF THE TARGET PROGRAM. AN ELECTIVE NEVER
072100*     ATTEMPTED IS NOT PRINTED: IT IS AN OPTION, NOT A GAP.
072200******************************************************************
072300    2510-EMITIR-DISCIPLINA.
072400        IF WS-CR-PROGRAMA(WS-CR-IDX) NOT = WS-PROGRAMA-ALVO
072500            GO TO 2510-EMITIR-DISCIPLINA-EXIT
072600        END-IF
072700        IF WS-CR-TIPO(WS-CR-IDX) = "O"
072800            ADD 1 TO WS-QTD-OBRIG
072900            ADD WS-CR-CARGA(WS-CR-IDX) TO WS-CARGA-OBRIG
073000            MOVE "OBRIG" TO DET-TIPO
073100            IF WS-CR-SITUACAO(WS-CR-IDX) = "A"
073200                ADD 1 TO WS-QTD-OBRIG-OK
073300                ADD WS-CR-CARGA(WS-CR-IDX) TO WS-CARGA-OBRIG-OK
073400            END-IF
073500        ELSE
073600            IF WS-CR-SITUACAO(WS-CR-IDX) = "N"
073700                GO TO 2510-EMITIR-DISCIPLINA-EXIT
073800            END-IF
073900            MOVE "ELET " TO DET-TIPO
074000            IF WS-CR-SITUACAO(WS-CR-IDX) = "A"
074100                ADD WS-CR-CARGA(WS-CR-IDX) TO WS-CARGA-ELETIVA-OK
074200            END-IF
074300        END-IF
074400        MOVE WS-CR-CURSO(WS-CR-IDX) TO DET-CURSO
074500        MOVE WS-CR-DESCRICAO(WS-CR-IDX) TO DET-DESCRICAO
074600        MOVE WS-CR-CARGA(WS-CR-IDX) TO DET-CARGA
074700        IF WS-CR-SITUACAO(WS-CR-IDX) = "A"
074800            MOVE "CUMPRIDA" TO DET-SITUACAO
074900        ELSE
075000            IF WS-CR-SITUACAO(WS-CR-IDX) = "R"
075100                MOVE "PENDENTE" TO DET-SITUACAO
075200            ELSE
075300                MOVE "NAO CURSADA" TO DET-SITUACAO
075400            END-IF
075500        END-IF
075600        MOVE WS-LINHA-DETALHE TO INTEGRAL-LINHA
075700        WRITE INTEGRAL-LINHA.
075800    2510-EMITIR-DISCIPLINA-EXIT.
075900        EXIT.
076000
076100******************************************************************
076200* 2600-REGISTRAR-APTO - KEEPS AN APTO STUDENT FOR THE GRADUATION
076300*     LIST AT THE END OF THE REPORT. A FULL TABLE IS REPORTED
076400*     THERE INSTEAD OF SILENTLY SHORTENING THE LIST.
076500******************************************************************
076600    2600-REGISTRAR-APTO.
076700        ADD 1 TO WS-QTD-APTOS
076800        IF WS-AT-QTD NOT < WS-AT-MAX
076900            MOVE "Y" TO WS-AT-ESTOURO-SW
077000            GO TO 2600-REGISTRAR-APTO-EXIT
077100        END-IF
077200        ADD 1 TO WS-AT-QTD
077300        MOVE WS-MATRICULA-ALVO TO WS-AT-MATRICULA(WS-AT-QTD)
077400        MOVE WS-NOME-ALUNO TO WS-AT-NOME(WS-AT-QTD)
077500        MOVE WS-PROGRAMA-ALVO TO WS-AT-PROGRAMA(WS-AT-QTD)
077600        MOVE WS-COEFICIENTE TO WS-AT-CR(WS-AT-QTD)
077700        MOVE WS-CREDITOS TO WS-AT-CREDITOS(WS-AT-QTD).
077800    2600-REGISTRAR-APTO-EXIT.
077900        EXIT.
078000
078100******************************************************************
078200* 3000-PROCESSAR-ARQUIVO - AUDITS ONE STUDENT PER LINE OF
078300*     PARAMETRO-FILE (THE UNATTENDED PARAMETER MODE), WITH A
078400*     PER-MATRICULA OUTCOME LINE IN INTOUTC.
078500******************************************************************
078600    3000-PROCESSAR-ARQUIVO.
078700        OPEN OUTPUT OUTCOME-FILE
078800        IF WS-FS-OUTCOME NOT = "00"
078900            DISPLAY "INTOUTC NAO PODE SER ABERTO - STATUS "
079000                WS-FS-OUTCOME
079100            STOP RUN
079200        END-IF
079300        PERFORM 3100-LER-PARAMETRO
079400            THRU 3100-LER-PARAMETRO-EXIT
079500            UNTIL EOF-PARAMETROS
079600        CLOSE PARAMETRO-FILE
079700        CLOSE OUTCOME-FILE
079800        DISPLAY "EXECUCAO DIRIGIDA CONCLUIDA - VEJA INTOUTC".
079900    3000-PROCESSAR-ARQUIVO-EXIT.
080000        EXIT.
080100
080200******************************************************************
080300* 3100-LER-PARAMETRO - READS ONE MATRICULA AND PROGRAM FROM
080400*     PARAMETRO-FILE, AUDITS IT, AND RECORDS THE OUTCOME. BLANK
080500*     LINES ARE SKIPPED.
080600******************************************************************
080700    3100-LER-PARAMETRO.
080800        READ PARAMETRO-FILE
080900            AT END
081000                MOVE "Y" TO WS-EOF-PARAM-SW
081100            NOT AT END
081200                IF PF-MATRICULA NOT = SPACES
081300                    MOVE PF-MATRICULA TO WS-MATRICULA-ALVO
081400                    MOVE PF-PROGRAMA TO WS-PROGRAMA-ALVO
081500                    PERFORM 2000-AVALIAR-ALUNO
081600                        THRU 2000-AVALIAR-ALUNO-EXIT
081700                    PERFORM 3200-GRAVAR-OUTCOME
081800                        THRU 3200-GRAVAR-OUTCOME-EXIT
081900                END-IF
082000        END-READ.
082100    3100-LER-PARAMETRO-EXIT.
082200        EXIT.
082300
082400******************************************************************
082500* 3200-GRAVAR-OUTCOME - WRITES THE PER-MATRICULA OUTCOME LINE
082600*     OF A FILE-MODE RUN.
082700******************************************************************
082800    3200-GRAVAR-OUTCOME.
082900        MOVE SPACES TO OUTCOME-LINHA
083000        IF NOT PG-ACHADO
083100            STRING "MATRICULA " DELIMITED BY SIZE
083200                WS-MATRICULA-ALVO DELIMITED BY SIZE
083300                " PROGRAMA " DELIMITED BY SIZE
083400                WS-PROGRAMA-ALVO DELIMITED BY SIZE
083500                " SEM CURRICULO - NADA AVALIADO" DELIMITED BY SIZE
083600                INTO OUTCOME-LINHA
083700        ELSE
083800            MOVE WS-CREDITOS TO WS-CARGA-ED
083900            IF WS-CARGA-CR > ZERO
084000                MOVE WS-COEFICIENTE TO WS-CR-ED
084100            ELSE
084200                MOVE "  ---" TO WS-CR-ED-X
084300            END-IF
084400            IF ALUNO-APTO
084500                STRING "MATRICULA " DELIMITED BY SIZE
084600                    WS-MATRICULA-ALVO DELIMITED BY SIZE
084700                    " AVALIADA - CREDITOS:" DELIMITED BY SIZE
084800                    WS-CARGA-ED DELIMITED BY SIZE
084900                    " CR: " DELIMITED BY SIZE
085000                    WS-CR-ED DELIMITED BY SIZE
085100                    " APTO A COLAR GRAU" DELIMITED BY SIZE
085200                    INTO OUTCOME-LINHA
085300            ELSE
085400                STRING "MATRICULA " DELIMITED BY SIZE
085500                    WS-MATRICULA-ALVO DELIMITED BY SIZE
085600                    " AVALIADA - CREDITOS:" DELIMITED BY SIZE
085700                    WS-CARGA-ED DELIMITED BY SIZE
085800                    " CR: " DELIMITED BY SIZE
085900                    WS-CR-ED DELIMITED BY SIZE
086000                    " NAO APTO" DELIMITED BY SIZE
086100                    INTO OUTCOME-LINHA
086200            END-IF
086300        END-IF
086400        WRITE OUTCOME-LINHA.
086500    3200-GRAVAR-OUTCOME-EXIT.
086600        EXIT.
086700
086800******************************************************************
086900* 4000-PROCESSAR-CONSOLE - PROMPTS FOR MATRICULA AND PROGRAM AT
087000*     THE CONSOLE UNTIL A BLANK MATRICULA ENDS THE SESSION.
087100******************************************************************
087200    4000-PROCESSAR-CONSOLE.
087300        PERFORM 4100-PEDIR-MATRICULA
087400            THRU 4100-PEDIR-MATRICULA-EXIT
087500            UNTIL FIM-CONSOLE.
087600    4000-PROCESSAR-CONSOLE-EXIT.
087700        EXIT.
087800
087900    4100-PEDIR-MATRICULA.
088000        DISPLAY "INFORME A MATRICULA (BRANCO P/ ENCERRAR):"
088100        MOVE SPACES TO WS-MATRICULA-ALVO
088200        ACCEPT WS-MATRICULA-ALVO
088300        IF WS-MATRICULA-ALVO = SPACES
088400            MOVE "Y" TO WS-FIM-CONSOLE-SW
088500            GO TO 4100-PEDIR-MATRICULA-EXIT
088600        END-IF
088700        DISPLAY "INFORME O PROGRAMA (CURSO DE GRADUACAO):"
088800        MOVE SPACES TO WS-PROGRAMA-ALVO
088900        ACCEPT WS-PROGRAMA-ALVO
089000        PERFORM 2000-AVALIAR-ALUNO THRU 2000-AVALIAR-ALUNO-EXIT.
089100    4100-PEDIR-MATRICULA-EXIT.
089200        EXIT.
089300
089400******************************************************************
089500* 8000-EMITIR-APTOS - CLOSES THE REPORT WITH THE LIST OF STUDENTS
089600*     FOUND APTO A COLAR GRAU IN THE TERM.
089700******************************************************************
089800    8000-EMITIR-APTOS.
089900        MOVE WS-ANO-LETIVO TO TAP-ANO
090000        MOVE WS-SEMESTRE TO TAP-SEM
090100        MOVE WS-LINHA-TITULO-APTOS TO INTEGRAL-LINHA
090200        WRITE INTEGRAL-LINHA
090300        MOVE WS-LINHA-COLUNAS-APTOS TO INTEGRAL-LINHA
090400        WRITE INTEGRAL-LINHA
090500        PERFORM 8100-EMITIR-APTO THRU 8100-EMITIR-APTO-EXIT
090600            VARYING WS-AT-IDX FROM 1 BY 1
090700            UNTIL WS-AT-IDX > WS-AT-QTD
090800        IF AT-ESTOURO
090900            MOVE WS-AT-MAX TO WS-QTD-ED
091000            MOVE SPACES TO INTEGRAL-LINHA
091100            STRING "LISTA LIMITADA A" DELIMITED BY SIZE
091200                WS-QTD-ED DELIMITED BY SIZE
091300                " ALUNOS - DEMAIS APTOS CONSTAM ACIMA"
091400                DELIMITED BY SIZE
091500                INTO INTEGRAL-LINHA
091600            WRITE INTEGRAL-LINHA
091700        END-IF
091800        MOVE WS-QTD-APTOS TO WS-QTD-ED
091900        MOVE WS-QTD-AVALIADOS TO WS-QTD-ED2
092000        MOVE SPACES TO INTEGRAL-LINHA
092100        STRING "TOTAL DE APTOS: " DELIMITED BY SIZE
092200            WS-QTD-ED DELIMITED BY SIZE
092300            " DE" DELIMITED BY SIZE
092400            WS-QTD-ED2 DELIMITED BY SIZE
092500            " MATRICULAS AVALIADAS" DELIMITED BY SIZE
092600            INTO INTEGRAL-LINHA
092700        WRITE INTEGRAL-LINHA.
092800    8000-EMITIR-APTOS-EXIT.
092900        EXIT.
093000
093100    8100-EMITIR-APTO.
093200        MOVE WS-AT-MATRICULA(WS-AT-IDX) TO APT-MATRICULA
093300        MOVE WS-AT-NOME(WS-AT-IDX) TO APT-NOME
093400        MOVE WS-AT-PROGRAMA(WS-AT-IDX) TO APT-PROGRAMA
093500        MOVE WS-AT-CREDITOS(WS-AT-IDX) TO APT-CREDITOS
093600        MOVE WS-AT-CR(WS-AT-IDX) TO APT-CR
093700        MOVE WS-LINHA-APTO TO INTEGRAL-LINHA
093800        WRITE INTEGRAL-LINHA.
093900    8100-EMITIR-APTO-EXIT.
094000        EXIT.
094100
094200    END PROGRAM Integralizacao.
