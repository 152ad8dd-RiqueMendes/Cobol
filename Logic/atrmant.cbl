000100******************************************************************
000200* Author: Henrique S. Mendes
000300* Date:  15/10/2026
000400* Purpose: ASSIGNMENT-FILE maintenance (professor per turma)
000500* Tectonics: cobc
000600******************************************************************
000700* MODIFICATION HISTORY
000800* DATE       INIT DESCRIPTION
000900* 2026-10-15  HSM  NEW PROGRAM. ADDS, CHANGES, DELETES, AND LISTS
001000*                  THE ASSIGNMENT FILE (ATRFILE): FOR EACH TURMA
001100*                  OF A DISCIPLINE OF CONTROL-FILE, THE PROFESSOR
001200*                  WHO TEACHES IT AND THE AVALIACOES DUE, WITH
001300*                  THEIR DUE DATES. THE GRADE COLLECTION ACCEPTS A
001400*                  SUBMISSION ONLY FROM THE PROFESSOR REGISTERED
001500*                  HERE, AND THE PENDING-SUBMISSIONS REPORT CHASES
001600*                  THE DUE DATES. EVERY CHANGE IS LOGGED TO
001700*                  ATRHIST WITH ITS BEFORE AND AFTER IMAGES, AND A
001800*                  GENERATION COPY OF THE FILE IS TAKEN BEFORE THE
001900*                  END-OF-SESSION REWRITE, THE SAME WAY THE
002000*                  PREREQUISITE CATALOG IS MAINTAINED.
002050* 2026-10-15  HSM  A DUE DATE MUST NOW BE A CALENDAR DATE (DAYS OF
002075*                  THE MONTH AND LEAP YEARS CHECKED).
002100******************************************************************
002200    IDENTIFICATION DIVISION.
002300    PROGRAM-ID. AtrManut.
002400    AUTHOR. HENRIQUE S. MENDES.
002500    INSTALLATION. DEPARTAMENTO ACADEMICO.
002600    DATE-WRITTEN. 15/10/2026.
002700    DATE-COMPILED.
002800
002900    ENVIRONMENT DIVISION.
003000    INPUT-OUTPUT SECTION.
003100    FILE-CONTROL.
003200        SELECT ASSIGNMENT-FILE ASSIGN TO "ATRFILE"
003300            ORGANIZATION IS LINE SEQUENTIAL
003400            FILE STATUS IS WS-FS-ATRIBUICAO.
003500        SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS IS WS-FS-CONTROL.
003800        SELECT HISTORIA-FILE ASSIGN TO "ATRHIST"
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS IS WS-FS-HISTORIA.
004100        SELECT AUDIT-LOG ASSIGN TO "AUDFILE"
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS IS WS-FS-AUDIT.
004400        SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS IS WS-FS-AUDCTL.
004700        SELECT BACKUP-ENTRADA ASSIGN TO DYNAMIC WS-ARQ-BAK-IN
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS IS WS-FS-BAK-IN.
005000        SELECT BACKUP-SAIDA ASSIGN TO DYNAMIC WS-ARQ-BAK-OUT
005100            ORGANIZATION IS LINE SEQUENTIAL
005200            FILE STATUS IS WS-FS-BAK-OUT.
005300
005400    DATA DIVISION.
005500    FILE SECTION.
005600    FD  ASSIGNMENT-FILE
005700        RECORDING MODE IS F.
005800    COPY ATRREC.
005900
006000    FD  CONTROL-FILE
006100        RECORDING MODE IS F.
006200    COPY CTLREC.
006300
006400    FD  HISTORIA-FILE
006500        RECORDING MODE IS F.
006600    01  HISTORIA-RECORD.
006700        05  HIS-DATA            PIC 9(08).
006800        05  FILLER              PIC X(01) VALUE SPACE.
006900        05  HIS-HORA            PIC 9(08).
007000        05  FILLER              PIC X(01) VALUE SPACE.
007100        05  HIS-OPERADOR        PIC X(08).
007200        05  FILLER              PIC X(01) VALUE SPACE.
007300        05  HIS-ACAO            PIC X(09).
007400        05  FILLER              PIC X(01) VALUE SPACE.
007500        05  HIS-CURSO           PIC X(06).
007600        05  FILLER              PIC X(01) VALUE SPACE.
007700        05  HIS-TURMA           PIC X(02).
007800        05  FILLER              PIC X(01) VALUE SPACE.
007900        05  HIS-ROTULO-ANTES    PIC X(06) VALUE "ANTES:".
008000        05  HIS-ANTES           PIC X(52).
008100        05  FILLER              PIC X(01) VALUE SPACE.
008200        05  HIS-ROTULO-DEPOIS   PIC X(07) VALUE "DEPOIS:".
008300        05  HIS-DEPOIS          PIC X(52).
008400
008500    FD  AUDIT-LOG
008600        RECORDING MODE IS F.
008700    COPY AUDREC.
008800
008900    FD  AUDIT-CONTROL
009000        RECORDING MODE IS F.
009100    COPY AUCREC.
009200
009300    FD  BACKUP-ENTRADA
009400        RECORDING MODE IS F.
009500    01  BACKUP-IN-RECORD        PIC X(80).
009600
009700    FD  BACKUP-SAIDA
009800        RECORDING MODE IS F.
009900    01  BACKUP-OUT-RECORD       PIC X(80).
010000
010100    WORKING-STORAGE SECTION.
010200    01  WS-FS-ATRIBUICAO        PIC X(02).
010300    01  WS-FS-CONTROL           PIC X(02).
010400    01  WS-FS-HISTORIA          PIC X(02).
010500    01  WS-FS-AUDIT             PIC X(02).
010600    01  WS-FS-AUDCTL            PIC X(02).
010700*   AUDIT-LOG CHAIN: SEQUENCE NUMBER AND CHECK VALUE OF THE ENTRY
010800*   BEING WRITTEN, AND THE WORK FIELDS OF THE CHECK VALUE. EACH
010900*   BYTE OF THE ENTRY IS TAKEN AS A NUMBER THROUGH THE BINARY
011000*   REDEFINITION OF WS-AUD-BYTE-GRP.
011100    01  WS-AUD-SEQUENCIA        PIC 9(09) VALUE ZERO.
011200    01  WS-AUD-CHECAGEM         PIC 9(09) VALUE ZERO.
011300    01  WS-AUD-POS              PIC 9(03) VALUE ZERO.
011400    01  WS-AUD-TAM-COBERTO      PIC 9(03) VALUE 121.
011500    01  WS-AUD-MODULO           PIC 9(09) VALUE 999999937.
011600    01  WS-AUD-ACUM             PIC 9(12) VALUE ZERO.
011700    01  WS-AUD-QUOC             PIC 9(12) VALUE ZERO.
011800    01  WS-AUD-RESTO            PIC 9(12) VALUE ZERO.
011900    01  WS-AUD-BYTE-GRP.
012000        05  FILLER              PIC X(01) VALUE LOW-VALUE.
012100        05  WS-AUD-BYTE         PIC X(01).
012200    01  WS-AUD-BYTE-NUM REDEFINES WS-AUD-BYTE-GRP
012300                                PIC 9(04) COMP.
012400    01  WS-FS-BAK-IN            PIC X(02).
012500    01  WS-FS-BAK-OUT           PIC X(02).
012600    01  WS-ARQ-BAK-IN           PIC X(44).
012700    01  WS-ARQ-BAK-OUT          PIC X(44).
012800
012900    01  WS-OPERADOR             PIC X(08).
013000    01  WS-DATA-HOJE            PIC 9(08).
013100    01  WS-HORA-AGORA           PIC 9(08).
013200    01  WS-OPCAO                PIC X(01).
013300    01  WS-CURSO-ALVO           PIC X(06).
013400    01  WS-TURMA-ALVO           PIC X(02).
013500    01  WS-ACAO                 PIC X(09).
013600    01  WS-AVAL-IDX             PIC 9(01) VALUE ZERO.
013700    01  WS-QTD-PREVISTAS        PIC 9(01) VALUE ZERO.
013800    01  WS-RESPOSTA             PIC X(01).
013900    01  WS-DATA-ENTRADA         PIC X(08).
014000    01  WS-DATA-ENTRADA-NUM REDEFINES WS-DATA-ENTRADA
014100                                PIC 9(08).
014200    01  WS-DATA-PRAZO.
014300        05  WS-DPZ-ANO          PIC 9(04).
014400        05  WS-DPZ-MES          PIC 9(02).
014500        05  WS-DPZ-DIA          PIC 9(02).
014600    01  WS-DATA-PRAZO-NUM REDEFINES WS-DATA-PRAZO
014700                                PIC 9(08).
014710    01  WS-DC-AUX               PIC 9(05) VALUE ZERO.
014720    01  WS-DC-PARCELA           PIC 9(07) VALUE ZERO.
014800    01  WS-LISTA-PRAZO          PIC X(10) OCCURS 4 TIMES.
014900    01  WS-LISTA-DATA-ED        PIC 9999/99/99.
015000
015100*   VALUES BEING ENTERED FOR THE TURMA, VALIDATED BEFORE THEY
015200*   REACH THE TABLE.
015300    01  WS-NOVO-REGISTRO.
015400        05  WS-NOVO-PROFESSOR   PIC X(08).
015500        05  WS-NOVO-AVALIACAO OCCURS 4 TIMES.
015600            10  WS-NOVO-DEVIDA  PIC X(01).
015700            10  WS-NOVO-PRAZO   PIC 9(08).
015800
015900*   RECORD IMAGES FOR THE CHANGE-HISTORY LOG, LAID OUT THE SAME
016000*   WAY AS THE ASSIGNMENT-FILE RECORD ITSELF.
016100    01  WS-IMAGEM-ANTES         PIC X(52).
016200    01  WS-IMAGEM-DEPOIS        PIC X(52).
016300
016400*   IN-CORE IMAGE OF ASSIGNMENT-FILE, LOADED AT START OF SESSION
016500*   AND REWRITTEN AT END OF SESSION. EACH ENTRY HAS THE LAYOUT OF
016600*   THE FILE RECORD, SO IT MOVES TO AND FROM THE FILE WHOLE.
016700    01  WS-AT-QTD               PIC 9(04) VALUE ZERO.
016800    01  WS-AT-IDX               PIC 9(04) VALUE ZERO.
016900    01  WS-AT-POS               PIC 9(04) VALUE ZERO.
017000    01  WS-AT-MAX               PIC 9(04) VALUE 2000.
017100    01  WS-AT-TABELA.
017200        05  WS-AT-ENTRADA OCCURS 2000 TIMES.
017300            10  WS-AT-CURSO     PIC X(06).
017400            10  WS-AT-TURMA     PIC X(02).
017500            10  WS-AT-PROFESSOR PIC X(08).
017600            10  WS-AT-AVALIACAO OCCURS 4 TIMES.
017700                15  WS-AT-DEVIDA
017800                                PIC X(01).
017900                15  WS-AT-PRAZO PIC 9(08).
018000
018100*   DISCIPLINES REGISTERED ON CONTROL-FILE: ONLY THESE MAY HAVE A
018200*   TURMA ASSIGNED.
018300    01  WS-CT-QTD               PIC 9(03) VALUE ZERO.
018400    01  WS-CT-IDX               PIC 9(03) VALUE ZERO.
018500    01  WS-CT-MAX               PIC 9(03) VALUE 500.
018600    01  WS-CT-TABELA.
018700        05  WS-CT-CURSO         PIC X(06) OCCURS 500 TIMES.
018800
018900    01  WS-INDICADORES.
019000        05  WS-EOF-ATRIBUICAO-SW
019100                                PIC X(01) VALUE "N".
019200            88  EOF-ATRIBUICAO             VALUE "Y".
019300        05  WS-EOF-CONTROL-SW   PIC X(01) VALUE "N".
019400            88  EOF-CONTROL                VALUE "Y".
019500        05  WS-FIM-SESSAO-SW    PIC X(01) VALUE "N".
019600            88  FIM-SESSAO                 VALUE "Y".
019700        05  WS-AT-ACHADO-SW     PIC X(01) VALUE "N".
019800            88  AT-ACHADO                  VALUE "Y".
019900        05  WS-CT-ACHADO-SW     PIC X(01) VALUE "N".
020000            88  CT-ACHADO                  VALUE "Y".
020100        05  WS-VALOR-OK-SW      PIC X(01) VALUE "N".
020200            88  VALOR-OK                   VALUE "Y".
020300        05  WS-MISTURA-SW       PIC X(01) VALUE "N".
020400            88  TURMAS-MISTURADAS          VALUE "Y".
020500        05  WS-AT-ESTOURO-SW    PIC X(01) VALUE "N".
020600            88  AT-ESTOURO                 VALUE "Y".
020700        05  WS-CT-ESTOURO-SW    PIC X(01) VALUE "N".
020800            88  CT-ESTOURO                 VALUE "Y".
020900        05  WS-EOF-BAK-SW       PIC X(01) VALUE "N".
021000            88  EOF-BACKUP                 VALUE "Y".
021100        05  WS-SEM-COPIA-SW     PIC X(01) VALUE "N".
021200            88  COPIA-DISPENSADA           VALUE "Y".
021250        05  WS-DATA-OK-SW       PIC X(01) VALUE "N".
021275            88  DATA-VALIDA                VALUE "Y".
021300
021400    PROCEDURE DIVISION.
021500    0000-MAINLINE.
021600        PERFORM 0050-IDENTIFICAR-OPERADOR
021700            THRU 0050-IDENTIFICAR-OPERADOR-EXIT
021800        PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
021900        PERFORM 2000-MENU THRU 2000-MENU-EXIT
022000            UNTIL FIM-SESSAO
022100        PERFORM 9000-REGRAVAR-ATRIBUICOES
022200            THRU 9000-REGRAVAR-ATRIBUICOES-EXIT
022300        CLOSE HISTORIA-FILE
022400        DISPLAY "MANUTENCAO ENCERRADA - ASSIGNMENT-FILE GRAVADO"
022500        STOP RUN.
022600
022700******************************************************************
022800* 0050-IDENTIFICAR-OPERADOR - CAPTURES THE ID OF THE OPERATOR
022900*     RUNNING THIS MAINTENANCE SESSION FOR THE CHANGE HISTORY.
023000******************************************************************
023100    0050-IDENTIFICAR-OPERADOR.
023200        DISPLAY "INFORME O ID DO OPERADOR:"
023300        ACCEPT WS-OPERADOR.
023400    0050-IDENTIFICAR-OPERADOR-EXIT.
023500        EXIT.
023600
023700******************************************************************
023800* 1000-INICIALIZAR - LOADS THE DISCIPLINE CODES OF CONTROL-FILE
023900*     AND ASSIGNMENT-FILE INTO THEIR TABLES AND OPENS THE
024000*     CHANGE-HISTORY LOG IN EXTEND MODE SO EVERY SESSION ADDS TO
024100*     ONE CONTINUOUS TRAIL. WITHOUT CONTROL-FILE NO CODE CAN BE
024200*     VALIDATED, SO THE SESSION DOES NOT START.
024300******************************************************************
024400    1000-INICIALIZAR.
024500        MOVE ZERO TO WS-CT-QTD
024600        OPEN INPUT CONTROL-FILE
024700        IF WS-FS-CONTROL NOT = "00"
024800            DISPLAY "CONTROL-FILE NAO ENCONTRADO - STATUS "
024900                WS-FS-CONTROL
025000            DISPLAY "CADASTRE AS DISCIPLINAS NA MANUTENCAO DO "
025100                "CONTROL-FILE ANTES DAS ATRIBUICOES"
025200            STOP RUN
025300        END-IF
025400        PERFORM 1200-LER-CONTROLE THRU 1200-LER-CONTROLE-EXIT
025500            UNTIL EOF-CONTROL
025600        CLOSE CONTROL-FILE
025700        IF CT-ESTOURO
025800            DISPLAY "CONTROL-FILE EXCEDE A TABELA EM MEMORIA - "
025900                "SESSAO ENCERRADA"
026000            STOP RUN
026100        END-IF
026200        MOVE ZERO TO WS-AT-QTD
026300        OPEN INPUT ASSIGNMENT-FILE
026400        IF WS-FS-ATRIBUICAO NOT = "00"
026500            DISPLAY "ASSIGNMENT-FILE NAO ENCONTRADO - SERA "
026600                "CRIADO AO ENCERRAR"
026700        ELSE
026800            PERFORM 1100-LER-ATRIBUICAO
026900                THRU 1100-LER-ATRIBUICAO-EXIT
027000                UNTIL EOF-ATRIBUICAO
027100            CLOSE ASSIGNMENT-FILE
027200            IF AT-ESTOURO
027300                DISPLAY "ASSIGNMENT-FILE EXCEDE A TABELA EM "
027400                    "MEMORIA - SESSAO ENCERRADA SEM REGRAVAR "
027500                    "O ARQUIVO"
027600                STOP RUN
027700            END-IF
027800        END-IF
027900        OPEN EXTEND HISTORIA-FILE
028000        IF WS-FS-HISTORIA NOT = "00"
028100            OPEN OUTPUT HISTORIA-FILE
028200        END-IF
028300        IF WS-FS-HISTORIA NOT = "00"
028400            DISPLAY "ATRHIST NAO PODE SER ABERTO - STATUS "
028500                WS-FS-HISTORIA
028600            STOP RUN
028700        END-IF.
028800    1000-INICIALIZAR-EXIT.
028900        EXIT.
029000
029100******************************************************************
029200* 1100-LER-ATRIBUICAO - READS ONE ASSIGNMENT-FILE RECORD INTO THE
029300*     NEXT FREE WS-AT-TABELA ENTRY.
029400******************************************************************
029500    1100-LER-ATRIBUICAO.
029600        READ ASSIGNMENT-FILE
029700            AT END
029800                MOVE "Y" TO WS-EOF-ATRIBUICAO-SW
029900            NOT AT END
030000                IF WS-AT-QTD >= WS-AT-MAX
030100                    MOVE "Y" TO WS-AT-ESTOURO-SW
030200                    DISPLAY "TABELA DE ATRIBUICOES CHEIA - "
030300                        "REGISTRO " ATR-CURSO " " ATR-TURMA
030400                        " NAO CARREGADO"
030500                ELSE
030600                    ADD 1 TO WS-AT-QTD
030700                    MOVE ATRIBUICAO-RECORD
030800                        TO WS-AT-ENTRADA (WS-AT-QTD)
030900                END-IF
031000        END-READ.
031100    1100-LER-ATRIBUICAO-EXIT.
031200        EXIT.
031300
031400    1200-LER-CONTROLE.
031500        READ CONTROL-FILE
031600            AT END
031700                MOVE "Y" TO WS-EOF-CONTROL-SW
031800            NOT AT END
031900                IF WS-CT-QTD >= WS-CT-MAX
032000                    MOVE "Y" TO WS-CT-ESTOURO-SW
032100                ELSE
032200                    ADD 1 TO WS-CT-QTD
032300                    MOVE CTL-CURSO TO WS-CT-CURSO (WS-CT-QTD)
032400                END-IF
032500        END-READ.
032600    1200-LER-CONTROLE-EXIT.
032700        EXIT.
032800
032900******************************************************************
033000* 2000-MENU - SHOWS THE MAINTENANCE MENU AND DISPATCHES THE
033100*     OPTION CHOSEN.
033200******************************************************************
033300    2000-MENU.
033400        DISPLAY " "
033500        DISPLAY "MANUTENCAO DAS ATRIBUICOES DE TURMA:"
033600        DISPLAY "  (1) INCLUIR TURMA"
033700        DISPLAY "  (2) ALTERAR TURMA"
033800        DISPLAY "  (3) EXCLUIR TURMA"
033900        DISPLAY "  (4) LISTAR ATRIBUICOES"
034000        DISPLAY "  (9) ENCERRAR"
034100        ACCEPT WS-OPCAO
034200        IF WS-OPCAO = "1"
034300            PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
034400        ELSE
034500            IF WS-OPCAO = "2"
034600                PERFORM 4000-ALTERAR THRU 4000-ALTERAR-EXIT
034700            ELSE
034800                IF WS-OPCAO = "3"
034900                    PERFORM 5000-EXCLUIR THRU 5000-EXCLUIR-EXIT
035000                ELSE
035100                    IF WS-OPCAO = "4"
035200                        PERFORM 5500-LISTAR THRU 5500-LISTAR-EXIT
035300                    ELSE
035400                        IF WS-OPCAO = "9"
035500                            MOVE "Y" TO WS-FIM-SESSAO-SW
035600                        ELSE
035700                            DISPLAY "OPCAO INVALIDA"
035800                        END-IF
035900                    END-IF
036000                END-IF
036100            END-IF
036200        END-IF.
036300    2000-MENU-EXIT.
036400        EXIT.
036500
036600******************************************************************
036700* 3000-INCLUIR - ASSIGNS A TURMA OF A DISCIPLINE OF CONTROL-FILE,
036800*     AFTER CHECKING IT IS NOT ALREADY ASSIGNED, AND LOGS THE
036900*     INCLUSION. A DISCIPLINE IS EITHER RUN AS ONE UNNAMED TURMA
037000*     OR AS NAMED TURMAS, NEVER BOTH: THE SUBMISSION FILES ARE
037100*     NAMED AFTER THE TURMA.
037200******************************************************************
037300    3000-INCLUIR.
037400        PERFORM 6500-OBTER-CHAVE THRU 6500-OBTER-CHAVE-EXIT
037500        IF WS-CURSO-ALVO = SPACES
037600            GO TO 3000-INCLUIR-EXIT
037700        END-IF
037800        IF AT-ACHADO
037900            DISPLAY "TURMA " WS-TURMA-ALVO " DA DISCIPLINA "
038000                WS-CURSO-ALVO " JA ATRIBUIDA - USE ALTERAR"
038100            GO TO 3000-INCLUIR-EXIT
038200        END-IF
038300        PERFORM 6600-PROCURAR-CONTROLE
038400            THRU 6600-PROCURAR-CONTROLE-EXIT
038500        IF NOT CT-ACHADO
038600            DISPLAY "DISCIPLINA " WS-CURSO-ALVO
038700                " NAO CADASTRADA NO CONTROL-FILE - INCLUSAO "
038800                "NEGADA"
038900            GO TO 3000-INCLUIR-EXIT
039000        END-IF
039100        PERFORM 6700-VERIFICAR-MISTURA
039200            THRU 6700-VERIFICAR-MISTURA-EXIT
039300        IF TURMAS-MISTURADAS
039400            DISPLAY "DISCIPLINA " WS-CURSO-ALVO " NAO PODE TER "
039500                "TURMA SEM CODIGO E TURMAS COM CODIGO AO MESMO "
039600                "TEMPO - INCLUSAO NEGADA"
039700            GO TO 3000-INCLUIR-EXIT
039800        END-IF
039900        IF WS-AT-QTD >= WS-AT-MAX
040000            DISPLAY "TABELA DE ATRIBUICOES CHEIA - INCLUSAO "
040100                "NEGADA"
040200            GO TO 3000-INCLUIR-EXIT
040300        END-IF
040400        PERFORM 6000-OBTER-VALORES THRU 6000-OBTER-VALORES-EXIT
040500        ADD 1 TO WS-AT-QTD
040600        MOVE WS-AT-QTD TO WS-AT-IDX
040700        MOVE WS-CURSO-ALVO TO WS-AT-CURSO (WS-AT-IDX)
040800        MOVE WS-TURMA-ALVO TO WS-AT-TURMA (WS-AT-IDX)
040900        PERFORM 6900-GUARDAR-VALORES
041000            THRU 6900-GUARDAR-VALORES-EXIT
041100        MOVE SPACES TO WS-IMAGEM-ANTES
041200        PERFORM 8100-MONTAR-IMAGEM-DEPOIS
041300            THRU 8100-MONTAR-IMAGEM-DEPOIS-EXIT
041400        MOVE "INCLUSAO " TO WS-ACAO
041500        PERFORM 7000-GRAVAR-HISTORIA
041600            THRU 7000-GRAVAR-HISTORIA-EXIT
041700        DISPLAY "TURMA " WS-TURMA-ALVO " DA DISCIPLINA "
041800            WS-CURSO-ALVO " ATRIBUIDA A " WS-NOVO-PROFESSOR.
041900    3000-INCLUIR-EXIT.
042000        EXIT.
042100
042200******************************************************************
042300* 4000-ALTERAR - RE-ENTERS THE PROFESSOR AND THE AVALIACOES DUE OF
042400*     AN ASSIGNED TURMA AND LOGS THE OLD AND NEW IMAGES.
042500******************************************************************
042600    4000-ALTERAR.
042700        PERFORM 6500-OBTER-CHAVE THRU 6500-OBTER-CHAVE-EXIT
042800        IF WS-CURSO-ALVO = SPACES
042900            GO TO 4000-ALTERAR-EXIT
043000        END-IF
043100        IF NOT AT-ACHADO
043200            DISPLAY "TURMA " WS-TURMA-ALVO " DA DISCIPLINA "
043300                WS-CURSO-ALVO " NAO ATRIBUIDA"
043400            GO TO 4000-ALTERAR-EXIT
043500        END-IF
043600        DISPLAY "PROFESSOR ATUAL: " WS-AT-PROFESSOR (WS-AT-IDX)
043700        PERFORM 8200-MONTAR-IMAGEM-ANTES
043800            THRU 8200-MONTAR-IMAGEM-ANTES-EXIT
043900        PERFORM 6000-OBTER-VALORES THRU 6000-OBTER-VALORES-EXIT
044000        PERFORM 6900-GUARDAR-VALORES
044100            THRU 6900-GUARDAR-VALORES-EXIT
044200        PERFORM 8100-MONTAR-IMAGEM-DEPOIS
044300            THRU 8100-MONTAR-IMAGEM-DEPOIS-EXIT
044400        MOVE "ALTERACAO" TO WS-ACAO
044500        PERFORM 7000-GRAVAR-HISTORIA
044600            THRU 7000-GRAVAR-HISTORIA-EXIT
044700        DISPLAY "TURMA " WS-TURMA-ALVO " DA DISCIPLINA "
044800            WS-CURSO-ALVO " ALTERADA".
044900    4000-ALTERAR-EXIT.
045000        EXIT.
045100
045200******************************************************************
045300* 5000-EXCLUIR - REMOVES A TURMA ASSIGNMENT, KEEPING THE REMAINING
045400*     ENTRIES IN FILE ORDER, AND LOGS THE EXCLUSION. SUBMISSIONS
045500*     FOR THE TURMA ARE REFUSED FROM THEN ON.
045600******************************************************************
045700    5000-EXCLUIR.
045800        PERFORM 6500-OBTER-CHAVE THRU 6500-OBTER-CHAVE-EXIT
045900        IF WS-CURSO-ALVO = SPACES
046000            GO TO 5000-EXCLUIR-EXIT
046100        END-IF
046200        IF NOT AT-ACHADO
046300            DISPLAY "TURMA " WS-TURMA-ALVO " DA DISCIPLINA "
046400                WS-CURSO-ALVO " NAO ATRIBUIDA"
046500            GO TO 5000-EXCLUIR-EXIT
046600        END-IF
046700        PERFORM 8200-MONTAR-IMAGEM-ANTES
046800            THRU 8200-MONTAR-IMAGEM-ANTES-EXIT
046900        MOVE SPACES TO WS-IMAGEM-DEPOIS
047000        PERFORM 5100-DESLOCAR-ENTRADA
047100            THRU 5100-DESLOCAR-ENTRADA-EXIT
047200            UNTIL WS-AT-IDX >= WS-AT-QTD
047300        SUBTRACT 1 FROM WS-AT-QTD
047400        MOVE "EXCLUSAO " TO WS-ACAO
047500        PERFORM 7000-GRAVAR-HISTORIA
047600            THRU 7000-GRAVAR-HISTORIA-EXIT
047700        DISPLAY "TURMA " WS-TURMA-ALVO " DA DISCIPLINA "
047800            WS-CURSO-ALVO " EXCLUIDA DAS ATRIBUICOES".
047900    5000-EXCLUIR-EXIT.
048000        EXIT.
048100
048200******************************************************************
048300* 5100-DESLOCAR-ENTRADA - SHIFTS THE FOLLOWING TABLE ENTRY OVER
048400*     THE ONE BEING DELETED, PRESERVING FILE ORDER.
048500******************************************************************
048600    5100-DESLOCAR-ENTRADA.
048700        ADD 1 TO WS-AT-IDX
048800        MOVE WS-AT-ENTRADA (WS-AT-IDX)
048900            TO WS-AT-ENTRADA (WS-AT-IDX - 1).
049000    5100-DESLOCAR-ENTRADA-EXIT.
049100        EXIT.
049200
049300******************************************************************
049400* 5500-LISTAR - DISPLAYS EVERY TURMA ASSIGNMENT WITH ITS
049500*     PROFESSOR AND THE DUE DATE OF EACH AVALIACAO ("NAO PREV"
049600*     WHERE NONE IS DUE).
049700******************************************************************
049800    5500-LISTAR.
049900        IF WS-AT-QTD = ZERO
050000            DISPLAY "NENHUMA TURMA ATRIBUIDA"
050100            GO TO 5500-LISTAR-EXIT
050200        END-IF
050300        DISPLAY "CURSO  TU PROFESSOR AVAL 1     AVAL 2     "
050400            "AVAL 3     AVAL 4"
050500        MOVE 1 TO WS-AT-IDX
050600        PERFORM 5510-LISTAR-ENTRADA
050700            THRU 5510-LISTAR-ENTRADA-EXIT
050800            UNTIL WS-AT-IDX > WS-AT-QTD.
050900    5500-LISTAR-EXIT.
051000        EXIT.
051100
051200    5510-LISTAR-ENTRADA.
051300        MOVE 1 TO WS-AVAL-IDX
051400        PERFORM 5520-FORMATAR-PRAZO
051500            THRU 5520-FORMATAR-PRAZO-EXIT
051600            UNTIL WS-AVAL-IDX > 4
051700        DISPLAY WS-AT-CURSO (WS-AT-IDX) " "
051800            WS-AT-TURMA (WS-AT-IDX) " "
051900            WS-AT-PROFESSOR (WS-AT-IDX) "  "
052000            WS-LISTA-PRAZO (1) " " WS-LISTA-PRAZO (2) " "
052100            WS-LISTA-PRAZO (3) " " WS-LISTA-PRAZO (4)
052200        ADD 1 TO WS-AT-IDX.
052300    5510-LISTAR-ENTRADA-EXIT.
052400        EXIT.
052500
052600    5520-FORMATAR-PRAZO.
052700        IF WS-AT-DEVIDA (WS-AT-IDX, WS-AVAL-IDX) = "S"
052800            MOVE WS-AT-PRAZO (WS-AT-IDX, WS-AVAL-IDX)
052900                TO WS-LISTA-DATA-ED
053000            MOVE WS-LISTA-DATA-ED TO WS-LISTA-PRAZO (WS-AVAL-IDX)
053100        ELSE
053200            MOVE "NAO PREV" TO WS-LISTA-PRAZO (WS-AVAL-IDX)
053300        END-IF
053400        ADD 1 TO WS-AVAL-IDX.
053500    5520-FORMATAR-PRAZO-EXIT.
053600        EXIT.
053700
053800******************************************************************
053900* 6000-OBTER-VALORES - PROMPTS FOR THE PROFESSOR ID AND THEN, FOR
054000*     EACH OF THE FOUR AVALIACOES, WHETHER A SUBMISSION IS DUE
054100*     AND ITS DUE DATE. EVERY VALUE IS VALIDATED BEFORE IT IS
054200*     ACCEPTED.
054300******************************************************************
054400    6000-OBTER-VALORES.
054500        MOVE SPACES TO WS-NOVO-PROFESSOR
054600        PERFORM 6050-LER-PROFESSOR THRU 6050-LER-PROFESSOR-EXIT
054700            UNTIL WS-NOVO-PROFESSOR NOT = SPACES
054800        MOVE ZERO TO WS-QTD-PREVISTAS
054900        MOVE 1 TO WS-AVAL-IDX
055000        PERFORM 6100-OBTER-AVALIACAO
055100            THRU 6100-OBTER-AVALIACAO-EXIT
055200            UNTIL WS-AVAL-IDX > 4
055300        IF WS-QTD-PREVISTAS = ZERO
055400            DISPLAY "ATENCAO: NENHUMA AVALIACAO PREVISTA PARA A "
055500                "TURMA - NADA SERA COBRADO DO PROFESSOR"
055600        END-IF.
055700    6000-OBTER-VALORES-EXIT.
055800        EXIT.
055900
056000    6050-LER-PROFESSOR.
056100        DISPLAY "INFORME O ID DO PROFESSOR DA TURMA:"
056200        ACCEPT WS-NOVO-PROFESSOR
056300        IF WS-NOVO-PROFESSOR = SPACES
056400            DISPLAY "PROFESSOR OBRIGATORIO"
056500        END-IF.
056600    6050-LER-PROFESSOR-EXIT.
056700        EXIT.
056800
056900******************************************************************
057000* 6100-OBTER-AVALIACAO - ASKS WHETHER THE AVALIACAO AT
057100*     WS-AVAL-IDX IS DUE (S/N) AND, WHEN IT IS, ITS DUE DATE.
057200******************************************************************
057300    6100-OBTER-AVALIACAO.
057400        DISPLAY "AVALIACAO " WS-AVAL-IDX " PREVISTA PARA A TURMA "
057500            "(S/N)?"
057600        MOVE SPACE TO WS-RESPOSTA
057700        ACCEPT WS-RESPOSTA
057800        IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "N"
057900            DISPLAY "RESPONDA S OU N"
058000            GO TO 6100-OBTER-AVALIACAO-EXIT
058100        END-IF
058200        MOVE WS-RESPOSTA TO WS-NOVO-DEVIDA (WS-AVAL-IDX)
058300        MOVE ZERO TO WS-NOVO-PRAZO (WS-AVAL-IDX)
058400        IF WS-RESPOSTA = "S"
058500            MOVE "N" TO WS-VALOR-OK-SW
058600            PERFORM 6200-LER-PRAZO THRU 6200-LER-PRAZO-EXIT
058700                UNTIL VALOR-OK
058800            MOVE WS-DATA-PRAZO-NUM TO WS-NOVO-PRAZO (WS-AVAL-IDX)
058900            ADD 1 TO WS-QTD-PREVISTAS
059000        END-IF
059100        ADD 1 TO WS-AVAL-IDX.
059200    6100-OBTER-AVALIACAO-EXIT.
059300        EXIT.
059400
059500******************************************************************
059600* 6200-LER-PRAZO - PROMPTS FOR THE DUE DATE OF THE AVALIACAO
059700*     (AAAAMMDD) UNTIL A CALENDAR DATE FROM 2000 ON IS TYPED.
059800******************************************************************
059900    6200-LER-PRAZO.
060000        DISPLAY "INFORME O PRAZO DE ENTREGA DA AVALIACAO "
060100            WS-AVAL-IDX " (AAAAMMDD):"
060200        MOVE SPACES TO WS-DATA-ENTRADA
060300        ACCEPT WS-DATA-ENTRADA
060400        IF WS-DATA-ENTRADA IS NOT NUMERIC
060500            DISPLAY "ENTRADA INVALIDA - USE 8 DIGITOS AAAAMMDD"
060600            GO TO 6200-LER-PRAZO-EXIT
060700        END-IF
060800        MOVE WS-DATA-ENTRADA-NUM TO WS-DATA-PRAZO-NUM
060900        PERFORM 6210-VALIDAR-DATA THRU 6210-VALIDAR-DATA-EXIT
061000        IF NOT DATA-VALIDA OR WS-DPZ-ANO < 2000
061100            DISPLAY "DATA INVALIDA - USE AAAAMMDD"
061200        ELSE
061300            MOVE "Y" TO WS-VALOR-OK-SW
061400        END-IF.
061500    6200-LER-PRAZO-EXIT.
061600        EXIT.
061610
061615******************************************************************
061620* 6210-VALIDAR-DATA - SETS DATA-VALIDA WHEN WS-DATA-PRAZO IS A
061625*     CALENDAR DATE (LEAP YEARS INCLUDED).
061630******************************************************************
061635    6210-VALIDAR-DATA.
061640        MOVE "N" TO WS-DATA-OK-SW
061645        IF WS-DPZ-ANO < 1900 OR WS-DPZ-MES < 1 OR WS-DPZ-MES > 12
061650            OR WS-DPZ-DIA < 1 OR WS-DPZ-DIA > 31
061655            GO TO 6210-VALIDAR-DATA-EXIT
061660        END-IF
061665        IF (WS-DPZ-MES = 4 OR WS-DPZ-MES = 6 OR WS-DPZ-MES = 9
061670            OR WS-DPZ-MES = 11) AND WS-DPZ-DIA > 30
061675            GO TO 6210-VALIDAR-DATA-EXIT
061680        END-IF
061685        IF WS-DPZ-MES = 2
061690            IF WS-DPZ-DIA > 29
061695                GO TO 6210-VALIDAR-DATA-EXIT
061700            END-IF
061705            IF WS-DPZ-DIA = 29
061710                DIVIDE WS-DPZ-ANO BY 4 GIVING WS-DC-PARCELA
061715                    REMAINDER WS-DC-AUX
061720                IF WS-DC-AUX NOT = ZERO
061725                    GO TO 6210-VALIDAR-DATA-EXIT
061730                END-IF
061735                DIVIDE WS-DPZ-ANO BY 100 GIVING WS-DC-PARCELA
061740                    REMAINDER WS-DC-AUX
061745                IF WS-DC-AUX = ZERO
061750                    DIVIDE WS-DPZ-ANO BY 400 GIVING WS-DC-PARCELA
061755                        REMAINDER WS-DC-AUX
061760                    IF WS-DC-AUX NOT = ZERO
061765                        GO TO 6210-VALIDAR-DATA-EXIT
061770                    END-IF
061775                END-IF
061780            END-IF
061785        END-IF
061790        MOVE "Y" TO WS-DATA-OK-SW.
061795    6210-VALIDAR-DATA-EXIT.
061797        EXIT.
061798
061800******************************************************************
061900* 6500-OBTER-CHAVE - PROMPTS FOR THE DISCIPLINE CODE (BLANK
062000*     CANCELS THE OPERATION) AND THE TURMA (BLANK FOR A
062100*     DISCIPLINE RUN AS A SINGLE TURMA), AND LOOKS THE PAIR UP,
062200*     LEAVING WS-AT-IDX ON IT WHEN FOUND.
062300******************************************************************
062400    6500-OBTER-CHAVE.
062500        DISPLAY "INFORME O CODIGO DA DISCIPLINA (BRANCO P/ "
062600            "CANCELAR):"
062700        MOVE SPACES TO WS-CURSO-ALVO
062800        ACCEPT WS-CURSO-ALVO
062900        MOVE "N" TO WS-AT-ACHADO-SW
063000        IF WS-CURSO-ALVO = SPACES
063100            GO TO 6500-OBTER-CHAVE-EXIT
063200        END-IF
063300        DISPLAY "INFORME A TURMA (BRANCO P/ TURMA UNICA):"
063400        MOVE SPACES TO WS-TURMA-ALVO
063500        ACCEPT WS-TURMA-ALVO
063600        MOVE 1 TO WS-AT-IDX
063700        PERFORM 6510-PROCURAR-CHAVE
063800            THRU 6510-PROCURAR-CHAVE-EXIT
063900            UNTIL AT-ACHADO OR WS-AT-IDX > WS-AT-QTD.
064000    6500-OBTER-CHAVE-EXIT.
064100        EXIT.
064200
064300    6510-PROCURAR-CHAVE.
064400        IF WS-AT-CURSO (WS-AT-IDX) = WS-CURSO-ALVO
064500            AND WS-AT-TURMA (WS-AT-IDX) = WS-TURMA-ALVO
064600            MOVE "Y" TO WS-AT-ACHADO-SW
064700        ELSE
064800            ADD 1 TO WS-AT-IDX
064900        END-IF.
065000    6510-PROCURAR-CHAVE-EXIT.
065100        EXIT.
065200
065300******************************************************************
065400* 6600-PROCURAR-CONTROLE - LOOKS WS-CURSO-ALVO UP AMONG THE
065500*     DISCIPLINES OF CONTROL-FILE.
065600******************************************************************
065700    6600-PROCURAR-CONTROLE.
065800        MOVE "N" TO WS-CT-ACHADO-SW
065900        MOVE 1 TO WS-CT-IDX
066000        PERFORM 6610-COMPARAR-CONTROLE
066100            THRU 6610-COMPARAR-CONTROLE-EXIT
066200            UNTIL CT-ACHADO OR WS-CT-IDX > WS-CT-QTD.
066300    6600-PROCURAR-CONTROLE-EXIT.
066400        EXIT.
066500
066600    6610-COMPARAR-CONTROLE.
066700        IF WS-CT-CURSO (WS-CT-IDX) = WS-CURSO-ALVO
066800            MOVE "Y" TO WS-CT-ACHADO-SW
066900        ELSE
067000            ADD 1 TO WS-CT-IDX
067100        END-IF.
067200    6610-COMPARAR-CONTROLE-EXIT.
067300        EXIT.
067400
067500******************************************************************
067600* 6700-VERIFICAR-MISTURA - SETS TURMAS-MISTURADAS WHEN THE TURMA
067700*     BEING INCLUDED WOULD MIX AN UNNAMED TURMA WITH NAMED ONES
067800*     IN THE SAME DISCIPLINE.
067900******************************************************************
068000    6700-VERIFICAR-MISTURA.
068100        MOVE "N" TO WS-MISTURA-SW
068200        MOVE 1 TO WS-AT-POS
068300        PERFORM 6710-COMPARAR-TURMA
068400            THRU 6710-COMPARAR-TURMA-EXIT
068500            UNTIL TURMAS-MISTURADAS OR WS-AT-POS > WS-AT-QTD.
068600    6700-VERIFICAR-MISTURA-EXIT.
068700        EXIT.
068800
068900    6710-COMPARAR-TURMA.
069000        IF WS-AT-CURSO (WS-AT-POS) = WS-CURSO-ALVO
069100            IF WS-AT-TURMA (WS-AT-POS) = SPACES
069200                AND WS-TURMA-ALVO NOT = SPACES
069300                MOVE "Y" TO WS-MISTURA-SW
069400            END-IF
069500            IF WS-AT-TURMA (WS-AT-POS) NOT = SPACES
069600                AND WS-TURMA-ALVO = SPACES
069700                MOVE "Y" TO WS-MISTURA-SW
069800            END-IF
069900        END-IF
070000        ADD 1 TO WS-AT-POS.
070100    6710-COMPARAR-TURMA-EXIT.
070200        EXIT.
070300
070400******************************************************************
070500* 6900-GUARDAR-VALORES - MOVES THE VALIDATED ENTRY VALUES INTO
070600*     THE TABLE ENTRY AT WS-AT-IDX.
070700******************************************************************
070800    6900-GUARDAR-VALORES.
070900        MOVE WS-NOVO-PROFESSOR TO WS-AT-PROFESSOR (WS-AT-IDX)
071000        MOVE 1 TO WS-AVAL-IDX
071100        PERFORM 6910-GUARDAR-AVALIACAO
071200            THRU 6910-GUARDAR-AVALIACAO-EXIT
071300            UNTIL WS-AVAL-IDX > 4.
071400    6900-GUARDAR-VALORES-EXIT.
071500        EXIT.
071600
071700    6910-GUARDAR-AVALIACAO.
071800        MOVE WS-NOVO-DEVIDA (WS-AVAL-IDX)
071900            TO WS-AT-DEVIDA (WS-AT-IDX, WS-AVAL-IDX)
072000        MOVE WS-NOVO-PRAZO (WS-AVAL-IDX)
072100            TO WS-AT-PRAZO (WS-AT-IDX, WS-AVAL-IDX)
072200        ADD 1 TO WS-AVAL-IDX.
072300    6910-GUARDAR-AVALIACAO-EXIT.
072400        EXIT.
072500
072600******************************************************************
072700* 7000-GRAVAR-HISTORIA - WRITES ONE CHANGE-HISTORY ENTRY: WHO,
072800*     WHEN, WHICH ACTION, WHICH DISCIPLINE AND TURMA, FROM WHAT
072900*     TO WHAT.
073000******************************************************************
073100    7000-GRAVAR-HISTORIA.
073200        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
073300        ACCEPT WS-HORA-AGORA FROM TIME
073400        MOVE SPACES TO HISTORIA-RECORD
073500        MOVE WS-DATA-HOJE     TO HIS-DATA
073600        MOVE WS-HORA-AGORA    TO HIS-HORA
073700        MOVE WS-OPERADOR      TO HIS-OPERADOR
073800        MOVE WS-ACAO          TO HIS-ACAO
073900        MOVE WS-CURSO-ALVO    TO HIS-CURSO
074000        MOVE WS-TURMA-ALVO    TO HIS-TURMA
074100        MOVE "ANTES:"         TO HIS-ROTULO-ANTES
074200        MOVE WS-IMAGEM-ANTES  TO HIS-ANTES
074300        MOVE "DEPOIS:"        TO HIS-ROTULO-DEPOIS
074400        MOVE WS-IMAGEM-DEPOIS TO HIS-DEPOIS
074500        WRITE HISTORIA-RECORD.
074600    7000-GRAVAR-HISTORIA-EXIT.
074700        EXIT.
074800
074900******************************************************************
075000* 8100-MONTAR-IMAGEM-DEPOIS - BUILDS THE AFTER-IMAGE OF THE
075100*     TABLE ENTRY AT WS-AT-IDX FOR THE HISTORY LOG.
075200******************************************************************
075300    8100-MONTAR-IMAGEM-DEPOIS.
075400        MOVE WS-AT-ENTRADA (WS-AT-IDX) TO WS-IMAGEM-DEPOIS.
075500    8100-MONTAR-IMAGEM-DEPOIS-EXIT.
075600        EXIT.
075700
075800******************************************************************
075900* 8200-MONTAR-IMAGEM-ANTES - BUILDS THE BEFORE-IMAGE OF THE
076000*     TABLE ENTRY AT WS-AT-IDX FOR THE HISTORY LOG.
076100******************************************************************
076200    8200-MONTAR-IMAGEM-ANTES.
076300        MOVE WS-AT-ENTRADA (WS-AT-IDX) TO WS-IMAGEM-ANTES.
076400    8200-MONTAR-IMAGEM-ANTES-EXIT.
076500        EXIT.
076600
076700******************************************************************
076800* 8500-GERAR-BACKUP-ATRIBUICOES - TAKES THE GENERATION COPY OF
076900*     ASSIGNMENT-FILE BEFORE THE END-OF-SESSION REWRITE: ATRBAK2
077000*     ROLLS TO ATRBAK3, ATRBAK1 TO ATRBAK2, AND THE CURRENT FILE
077100*     IS COPIED TO A FRESH ATRBAK1. THE EVENT GOES TO AUDIT-LOG.
077200*     A FILE THAT DOES NOT EXIST YET (FIRST SESSION) JUST MEANS
077300*     NOTHING TO COPY, BUT AN EXISTING FILE WHOSE COPY CANNOT BE
077400*     WRITTEN ENDS THE SESSION BEFORE THE REWRITE.
077500******************************************************************
077600    8500-GERAR-BACKUP-ATRIBUICOES.
077700        MOVE "ATRBAK2" TO WS-ARQ-BAK-IN
077800        MOVE "ATRBAK3" TO WS-ARQ-BAK-OUT
077900        PERFORM 8510-COPIAR-GERACAO
078000            THRU 8510-COPIAR-GERACAO-EXIT
078100        MOVE "ATRBAK1" TO WS-ARQ-BAK-IN
078200        MOVE "ATRBAK2" TO WS-ARQ-BAK-OUT
078300        PERFORM 8510-COPIAR-GERACAO
078400            THRU 8510-COPIAR-GERACAO-EXIT
078500        PERFORM 8530-COPIAR-ATRIBUICOES-ATUAL
078600            THRU 8530-COPIAR-ATRIBUICOES-ATUAL-EXIT
078700        IF COPIA-DISPENSADA
078800            GO TO 8500-GERAR-BACKUP-ATRIBUICOES-EXIT
078900        END-IF
079000        PERFORM 8550-GRAVAR-AUDIT-BACKUP
079100            THRU 8550-GRAVAR-AUDIT-BACKUP-EXIT
079200        DISPLAY "COPIA DE SEGURANCA DO ASSIGNMENT-FILE GRAVADA "
079300            "EM ATRBAK1".
079400    8500-GERAR-BACKUP-ATRIBUICOES-EXIT.
079500        EXIT.
079600
079700******************************************************************
079800* 8510-COPIAR-GERACAO - COPIES ONE FILE OVER THE NEXT OLDER
079900*     GENERATION. A SOURCE THAT DOES NOT EXIST JUST MEANS THERE
080000*     IS NOTHING TO ROLL.
080100******************************************************************
080200    8510-COPIAR-GERACAO.
080300        MOVE "N" TO WS-EOF-BAK-SW
080400        OPEN INPUT BACKUP-ENTRADA
080500        IF WS-FS-BAK-IN NOT = "00"
080600            GO TO 8510-COPIAR-GERACAO-EXIT
080700        END-IF
080800        OPEN OUTPUT BACKUP-SAIDA
080900        IF WS-FS-BAK-OUT NOT = "00"
081000            DISPLAY "GERACAO " WS-ARQ-BAK-OUT " NAO PODE SER "
081100                "GRAVADA - STATUS " WS-FS-BAK-OUT
081200            CLOSE BACKUP-ENTRADA
081300            GO TO 8510-COPIAR-GERACAO-EXIT
081400        END-IF
081500        PERFORM 8520-COPIAR-REGISTRO
081600            THRU 8520-COPIAR-REGISTRO-EXIT
081700            UNTIL EOF-BACKUP
081800        CLOSE BACKUP-ENTRADA
081900        CLOSE BACKUP-SAIDA.
082000    8510-COPIAR-GERACAO-EXIT.
082100        EXIT.
082200
082300    8520-COPIAR-REGISTRO.
082400        READ BACKUP-ENTRADA
082500            AT END
082600                MOVE "Y" TO WS-EOF-BAK-SW
082700            NOT AT END
082800                MOVE BACKUP-IN-RECORD TO BACKUP-OUT-RECORD
082900                WRITE BACKUP-OUT-RECORD
083000        END-READ.
083100    8520-COPIAR-REGISTRO-EXIT.
083200        EXIT.
083300
083400******************************************************************
083500* 8530-COPIAR-ATRIBUICOES-ATUAL - COPIES THE ASSIGNMENT-FILE ON
083600*     DISK TO A FRESH ATRBAK1. WHEN THE FILE EXISTS AND ITS COPY
083700*     CANNOT BE WRITTEN, THE SESSION ENDS WITHOUT THE REWRITE.
083800******************************************************************
083900    8530-COPIAR-ATRIBUICOES-ATUAL.
084000        MOVE "N" TO WS-SEM-COPIA-SW
084100        MOVE "N" TO WS-EOF-BAK-SW
084200        MOVE "ATRFILE" TO WS-ARQ-BAK-IN
084300        MOVE "ATRBAK1" TO WS-ARQ-BAK-OUT
084400        OPEN INPUT BACKUP-ENTRADA
084500        IF WS-FS-BAK-IN NOT = "00"
084600            DISPLAY "ASSIGNMENT-FILE AINDA NAO EXISTE NO DISCO - "
084700                "NADA A COPIAR"
084800            MOVE "Y" TO WS-SEM-COPIA-SW
084900            GO TO 8530-COPIAR-ATRIBUICOES-ATUAL-EXIT
085000        END-IF
085100        OPEN OUTPUT BACKUP-SAIDA
085200        IF WS-FS-BAK-OUT NOT = "00"
085300            DISPLAY "GERACAO ATRBAK1 NAO PODE SER GRAVADA - "
085400                "STATUS " WS-FS-BAK-OUT
085500            DISPLAY "SESSAO ENCERRADA SEM REGRAVAR O "
085600                "ASSIGNMENT-FILE: REGRAVAR SEM COPIA DE "
085700                "SEGURANCA NAO E PERMITIDO"
085800            CLOSE BACKUP-ENTRADA
085900            CLOSE HISTORIA-FILE
086000            STOP RUN
086100        END-IF
086200        PERFORM 8520-COPIAR-REGISTRO
086300            THRU 8520-COPIAR-REGISTRO-EXIT
086400            UNTIL EOF-BACKUP
086500        CLOSE BACKUP-ENTRADA
086600        CLOSE BACKUP-SAIDA.
086700    8530-COPIAR-ATRIBUICOES-ATUAL-EXIT.
086800        EXIT.
086900
087000******************************************************************
087100* 8550-GRAVAR-AUDIT-BACKUP - RECORDS THE GENERATION COPY ON
087200*     AUDIT-LOG (EXTENDED, CREATED ON FIRST USE): WHO TOOK IT
087300*     AND WHEN. MAINTENANCE RUNS OUTSIDE A NUMBERED GRADING RUN,
087400*     SO AU-EXECUCAO STAYS ZERO.
087500******************************************************************
087600    8550-GRAVAR-AUDIT-BACKUP.
087700        OPEN EXTEND AUDIT-LOG
087800        IF WS-FS-AUDIT NOT = "00"
087900            OPEN OUTPUT AUDIT-LOG
088000        END-IF
088100        IF WS-FS-AUDIT NOT = "00"
088200            DISPLAY "AUDIT-LOG NAO PODE SER ABERTO - STATUS "
088300                WS-FS-AUDIT " - EVENTO DE BACKUP NAO REGISTRADO"
088400            GO TO 8550-GRAVAR-AUDIT-BACKUP-EXIT
088500        END-IF
088600        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
088700        ACCEPT WS-HORA-AGORA FROM TIME
088800        MOVE SPACES          TO AUDIT-RECORD
088900        MOVE WS-DATA-HOJE    TO AU-DATA
089000        MOVE WS-HORA-AGORA   TO AU-HORA
089100        MOVE WS-OPERADOR     TO AU-OPERADOR
089200        MOVE "ATRFILE"       TO AU-MATRICULA
089300        MOVE "COPIA SEGURANCA" TO AU-NOME
089400        MOVE ZERO            TO AU-NOTA1 AU-NOTA2 AU-NOTA3
089500                                AU-NOTA4 AU-RESULTADO
089600        MOVE "BACKUP   "     TO AU-STATUS
089700        MOVE "GER1"          TO AU-MOTIVO
089800        MOVE ZERO            TO AU-EXECUCAO
089900        PERFORM 9700-GRAVAR-AUDITORIA
089950            THRU 9700-GRAVAR-AUDITORIA-EXIT
090000        CLOSE AUDIT-LOG.
090100    8550-GRAVAR-AUDIT-BACKUP-EXIT.
090200        EXIT.
090300
090400******************************************************************
090500* 9000-REGRAVAR-ATRIBUICOES - REWRITES ASSIGNMENT-FILE FROM THE
090600*     TABLE AT END OF SESSION, AFTER THE GENERATION COPY OF THE
090700*     FILE ON DISK IS SAFELY TAKEN.
090800******************************************************************
090900    9000-REGRAVAR-ATRIBUICOES.
091000        PERFORM 8500-GERAR-BACKUP-ATRIBUICOES
091100            THRU 8500-GERAR-BACKUP-ATRIBUICOES-EXIT
091200        OPEN OUTPUT ASSIGNMENT-FILE
091300        IF WS-FS-ATRIBUICAO NOT = "00"
091400            DISPLAY "ASSIGNMENT-FILE NAO PODE SER REGRAVADO - "
091500                "STATUS " WS-FS-ATRIBUICAO
091600            GO TO 9000-REGRAVAR-ATRIBUICOES-EXIT
091700        END-IF
091800        MOVE 1 TO WS-AT-IDX
091900        PERFORM 9010-GRAVAR-ENTRADA
092000            THRU 9010-GRAVAR-ENTRADA-EXIT
092100            UNTIL WS-AT-IDX > WS-AT-QTD
092200        CLOSE ASSIGNMENT-FILE.
092300    9000-REGRAVAR-ATRIBUICOES-EXIT.
092400        EXIT.
092500
092600******************************************************************
092700* 9010-GRAVAR-ENTRADA - WRITES ONE WS-AT-TABELA ENTRY BACK TO
092800*     ASSIGNMENT-FILE.
092900******************************************************************
093000    9010-GRAVAR-ENTRADA.
093100        MOVE WS-AT-ENTRADA (WS-AT-IDX) TO ATRIBUICAO-RECORD
093200        WRITE ATRIBUICAO-RECORD
093300        ADD 1 TO WS-AT-IDX.
093400    9010-GRAVAR-ENTRADA-EXIT.
093433        EXIT.
093466
093501******************************************************************
093502* 9700-GRAVAR-AUDITORIA - WRITES THE ENTRY BUILT IN AUDIT-RECORD
093503*     AS THE NEXT LINK OF THE AUDIT-LOG CHAIN: TAKES THE NEXT
093504*     GLOBAL SEQUENCE NUMBER FROM AUDIT-CONTROL, CHAINS THE CHECK
093505*     VALUE TO THE PREVIOUS ENTRY'S, WRITES THE ENTRY, AND ONLY
093506*     THEN ADVANCES AUDIT-CONTROL.
093507******************************************************************
093508    9700-GRAVAR-AUDITORIA.
093509        PERFORM 9710-LER-CONTROLE-AUDIT
093510            THRU 9710-LER-CONTROLE-AUDIT-EXIT
093511        ADD 1 TO WS-AUD-SEQUENCIA
093512        MOVE WS-AUD-SEQUENCIA TO AU-SEQUENCIA
093513        PERFORM 9720-CALCULAR-CHECAGEM
093514            THRU 9720-CALCULAR-CHECAGEM-EXIT
093515        MOVE WS-AUD-CHECAGEM TO AU-CHECAGEM
093516        WRITE AUDIT-RECORD
093517        IF WS-FS-AUDIT NOT = "00"
093518            DISPLAY "AUDIT-LOG NAO GRAVADO - STATUS " WS-FS-AUDIT
093519            GO TO 9700-GRAVAR-AUDITORIA-EXIT
093520        END-IF
093521        OPEN OUTPUT AUDIT-CONTROL
093522        IF WS-FS-AUDCTL NOT = "00"
093523            DISPLAY "AUDIT-CONTROL NAO PODE SER GRAVADO - STATUS "
093524                WS-FS-AUDCTL
093525            GO TO 9700-GRAVAR-AUDITORIA-EXIT
093526        END-IF
093527        MOVE SPACES TO AUDIT-CONTROL-RECORD
093528        MOVE WS-AUD-SEQUENCIA TO AUC-SEQUENCIA
093529        MOVE WS-AUD-CHECAGEM  TO AUC-CHECAGEM
093530        MOVE AU-DATA          TO AUC-DATA
093531        MOVE AU-HORA          TO AUC-HORA
093532        WRITE AUDIT-CONTROL-RECORD
093533        CLOSE AUDIT-CONTROL.
093534    9700-GRAVAR-AUDITORIA-EXIT.
093535        EXIT.
093536
093537******************************************************************
093538* 9710-LER-CONTROLE-AUDIT - READS THE LAST SEQUENCE NUMBER AND
093539*     CHECK VALUE ISSUED. IT IS READ AT EVERY ENTRY, NOT ONCE PER
093540*     RUN, SO TWO PROGRAMS WRITING IN THE SAME PERIOD NEVER REUSE
093541*     A NUMBER. WITHOUT AUDIT-CONTROL THE CHAIN STARTS AT 1.
093542******************************************************************
093543    9710-LER-CONTROLE-AUDIT.
093544        MOVE ZERO TO WS-AUD-SEQUENCIA
093545        MOVE ZERO TO WS-AUD-CHECAGEM
093546        OPEN INPUT AUDIT-CONTROL
093547        IF WS-FS-AUDCTL NOT = "00"
093548            GO TO 9710-LER-CONTROLE-AUDIT-EXIT
093549        END-IF
093550        READ AUDIT-CONTROL
093551            NOT AT END
093552                MOVE AUC-SEQUENCIA TO WS-AUD-SEQUENCIA
093553                MOVE AUC-CHECAGEM  TO WS-AUD-CHECAGEM
093554        END-READ
093555        CLOSE AUDIT-CONTROL.
093556    9710-LER-CONTROLE-AUDIT-EXIT.
093557        EXIT.
093558
093559******************************************************************
093560* 9720-CALCULAR-CHECAGEM - FOLDS EVERY BYTE OF THE ENTRY, FROM
093561*     AU-DATA THROUGH AU-SEQUENCIA, INTO THE PREVIOUS ENTRY'S
093562*     CHECK VALUE (TIMES 31, PLUS THE BYTE AND ITS POSITION,
093563*     MODULO THE PRIME 999999937). THE CHAIN VERIFICATION
093564*     RECOMPUTES IT THE SAME WAY.
093565******************************************************************
093566    9720-CALCULAR-CHECAGEM.
093567        MOVE WS-AUD-CHECAGEM TO WS-AUD-ACUM
093568        PERFORM 9730-SOMAR-BYTE THRU 9730-SOMAR-BYTE-EXIT
093569            VARYING WS-AUD-POS FROM 1 BY 1
093570            UNTIL WS-AUD-POS > WS-AUD-TAM-COBERTO
093571        MOVE WS-AUD-ACUM TO WS-AUD-CHECAGEM.
093572    9720-CALCULAR-CHECAGEM-EXIT.
093573        EXIT.
093574
093575    9730-SOMAR-BYTE.
093576        MOVE AUDIT-RECORD(WS-AUD-POS:1) TO WS-AUD-BYTE
093577        COMPUTE WS-AUD-ACUM = WS-AUD-ACUM * 31
093578            + WS-AUD-BYTE-NUM + WS-AUD-POS
093579        DIVIDE WS-AUD-ACUM BY WS-AUD-MODULO
093580            GIVING WS-AUD-QUOC REMAINDER WS-AUD-RESTO
093581        MOVE WS-AUD-RESTO TO WS-AUD-ACUM.
093582    9730-SOMAR-BYTE-EXIT.
093583        EXIT.
093600
093700    END PROGRAM AtrManut.
