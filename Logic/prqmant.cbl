000100******************************************************************
000200* Author: Henrique S. Mendes
000300* Date:  15/10/2026
000400* Purpose: PREREQ-CATALOG maintenance with validation and history
000500* Tectonics: cobc
000600******************************************************************
000700* MODIFICATION HISTORY
000800* DATE       INIT DESCRIPTION
000900* 2026-10-15  HSM  NEW PROGRAM. ADDS, CHANGES, DELETES, AND LISTS
001000*                  THE DISCIPLINE CATALOG (PRQFILE): THE
001100*                  DESCRIPTION OF EACH DISCIPLINE ON CONTROL-FILE
001200*                  AND THE DISCIPLINES IT REQUIRES. EVERY CODE IS
001300*                  CHECKED AGAINST CONTROL-FILE, A DISCIPLINE
001400*                  CANNOT REQUIRE ITSELF, REPEAT A REQUIREMENT, OR
001500*                  REQUIRE ONE THAT ALREADY REQUIRES IT, EVERY
001600*                  CHANGE IS LOGGED TO PRQHIST WITH ITS BEFORE AND
001700*                  AFTER IMAGES, AND A GENERATION COPY OF THE FILE
001800*                  IS TAKEN BEFORE THE END-OF-SESSION REWRITE, THE
001900*                  SAME WAY CONTROL-FILE IS MAINTAINED.
001916* 2026-10-15  HSM  AUDIT-LOG ENTRIES NOW CARRY A GLOBAL SEQUENCE
001932*                  NUMBER AND A CHECK VALUE CHAINED TO THE PRIOR
001948*                  ENTRY, TAKEN FROM AND RECORDED IN AUDIT-CONTROL
001964*                  (AUDCTL), SO A DELETED, EDITED OR REORDERED
001980*                  ENTRY IS CAUGHT BY THE CHAIN VERIFICATION.
002000******************************************************************
002100    IDENTIFICATION DIVISION.
002200    PROGRAM-ID. PrqManut.
002300    AUTHOR. HENRIQUE S. MENDES.
002400    INSTALLATION. DEPARTAMENTO ACADEMICO.
002500    DATE-WRITTEN. 15/10/2026.
002600    DATE-COMPILED.
002700
002800    ENVIRONMENT DIVISION.
002900    INPUT-OUTPUT SECTION.
003000    FILE-CONTROL.
003100        SELECT PREREQ-CATALOG ASSIGN TO "PRQFILE"
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-FS-CATALOGO.
003400        SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-FS-CONTROL.
003700        SELECT HISTORIA-FILE ASSIGN TO "PRQHIST"
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS IS WS-FS-HISTORIA.
004000        SELECT AUDIT-LOG ASSIGN TO "AUDFILE"
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS WS-FS-AUDIT.
004225        SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
004250            ORGANIZATION IS LINE SEQUENTIAL
004275            FILE STATUS IS WS-FS-AUDCTL.
004300        SELECT BACKUP-ENTRADA ASSIGN TO DYNAMIC WS-ARQ-BAK-IN
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS IS WS-FS-BAK-IN.
004600        SELECT BACKUP-SAIDA ASSIGN TO DYNAMIC WS-ARQ-BAK-OUT
004700            ORGANIZATION IS LINE SEQUENTIAL
004800            FILE STATUS IS WS-FS-BAK-OUT.
004900
005000    DATA DIVISION.
005100    FILE SECTION.
005200    FD  PREREQ-CATALOG
005300        RECORDING MODE IS F.
005400    COPY PRQREC.
005500
005600    FD  CONTROL-FILE
005700        RECORDING MODE IS F.
005800    COPY CTLREC.
005900
006000    FD  HISTORIA-FILE
006100        RECORDING MODE IS F.
006200    01  HISTORIA-RECORD.
006300        05  HIS-DATA            PIC 9(08).
006400        05  FILLER              PIC X(01) VALUE SPACE.
006500        05  HIS-HORA            PIC 9(08).
006600        05  FILLER              PIC X(01) VALUE SPACE.
006700        05  HIS-OPERADOR        PIC X(08).
006800        05  FILLER              PIC X(01) VALUE SPACE.
006900        05  HIS-ACAO            PIC X(09).
007000        05  FILLER              PIC X(01) VALUE SPACE.
007100        05  HIS-CURSO           PIC X(06).
007200        05  FILLER              PIC X(01) VALUE SPACE.
007300        05  HIS-ROTULO-ANTES    PIC X(06) VALUE "ANTES:".
007400        05  HIS-ANTES           PIC X(73).
007500        05  FILLER              PIC X(01) VALUE SPACE.
007600        05  HIS-ROTULO-DEPOIS   PIC X(07) VALUE "DEPOIS:".
007700        05  HIS-DEPOIS          PIC X(73).
007800
007900    FD  AUDIT-LOG
008000        RECORDING MODE IS F.
008100    COPY AUDREC.
008101
008125    FD  AUDIT-CONTROL
008150        RECORDING MODE IS F.
008175    COPY AUCREC.
008200
008300    FD  BACKUP-ENTRADA
008400        RECORDING MODE IS F.
008500    01  BACKUP-IN-RECORD        PIC X(80).
008600
008700    FD  BACKUP-SAIDA
008800        RECORDING MODE IS F.
008900    01  BACKUP-OUT-RECORD       PIC X(80).
009000
009100    WORKING-STORAGE SECTION.
009200    01  WS-FS-CATALOGO          PIC X(02).
009300    01  WS-FS-CONTROL           PIC X(02).
009400    01  WS-FS-HISTORIA          PIC X(02).
009500    01  WS-FS-AUDIT             PIC X(02).
009505    01  WS-FS-AUDCTL            PIC X(02).
009510*   AUDIT-LOG CHAIN: SEQUENCE NUMBER AND CHECK VALUE OF THE ENTRY
009515*   BEING WRITTEN, AND THE WORK FIELDS OF THE CHECK VALUE. EACH
009520*   BYTE OF THE ENTRY IS TAKEN AS A NUMBER THROUGH THE BINARY
009525*   REDEFINITION OF WS-AUD-BYTE-GRP.
009530    01  WS-AUD-SEQUENCIA        PIC 9(09) VALUE ZERO.
009535    01  WS-AUD-CHECAGEM         PIC 9(09) VALUE ZERO.
009540    01  WS-AUD-POS              PIC 9(03) VALUE ZERO.
009545    01  WS-AUD-TAM-COBERTO      PIC 9(03) VALUE 121.
009550    01  WS-AUD-MODULO           PIC 9(09) VALUE 999999937.
009555    01  WS-AUD-ACUM             PIC 9(12) VALUE ZERO.
009560    01  WS-AUD-QUOC             PIC 9(12) VALUE ZERO.
009565    01  WS-AUD-RESTO            PIC 9(12) VALUE ZERO.
009570    01  WS-AUD-BYTE-GRP.
009575        05  FILLER              PIC X(01) VALUE LOW-VALUE.
009580        05  WS-AUD-BYTE         PIC X(01).
009585    01  WS-AUD-BYTE-NUM REDEFINES WS-AUD-BYTE-GRP
009590                                PIC 9(04) COMP.
009600    01  WS-FS-BAK-IN            PIC X(02).
009700    01  WS-FS-BAK-OUT           PIC X(02).
009800    01  WS-ARQ-BAK-IN           PIC X(44).
009900    01  WS-ARQ-BAK-OUT          PIC X(44).
010000
010100    01  WS-OPERADOR             PIC X(08).
010200    01  WS-DATA-HOJE            PIC 9(08).
010300    01  WS-HORA-AGORA           PIC 9(08).
010400    01  WS-OPCAO                PIC X(01).
010500    01  WS-CURSO-ALVO           PIC X(06).
010600    01  WS-REQUISITO-ALVO       PIC X(06).
010700    01  WS-CODIGO-BUSCA         PIC X(06).
010800    01  WS-ACAO                 PIC X(09).
010900    01  WS-REQ-IDX              PIC 9(01) VALUE ZERO.
011000    01  WS-REQ-MAX              PIC 9(01) VALUE 6.
011100
011200*   VALUES BEING ENTERED FOR THE DISCIPLINE, VALIDATED CODE BY
011300*   CODE BEFORE THEY REACH THE TABLE.
011400    01  WS-NOVO-REGISTRO.
011500        05  WS-NOVO-DESCRICAO   PIC X(30).
011600        05  WS-NOVO-QTD         PIC 9(01).
011700        05  WS-NOVO-REQUISITO   PIC X(06) OCCURS 6 TIMES.
011800
011900*   RECORD IMAGES FOR THE CHANGE-HISTORY LOG, LAID OUT THE SAME
012000*   WAY AS THE PREREQ-CATALOG RECORD ITSELF.
012100    01  WS-IMAGEM-ANTES         PIC X(73).
012200    01  WS-IMAGEM-DEPOIS        PIC X(73).
012300
012400*   IN-CORE IMAGE OF PREREQ-CATALOG, LOADED AT START OF SESSION
012500*   AND REWRITTEN AT END OF SESSION. EACH ENTRY HAS THE LAYOUT OF
012600*   THE FILE RECORD, SO IT MOVES TO AND FROM THE FILE WHOLE.
012700    01  WS-PQ-QTD               PIC 9(03) VALUE ZERO.
012800    01  WS-PQ-IDX               PIC 9(03) VALUE ZERO.
012900    01  WS-PQ-MAX               PIC 9(03) VALUE 500.
013000    01  WS-PQ-TABELA.
013100        05  WS-PQ-ENTRADA OCCURS 500 TIMES.
013200            10  WS-PQ-CURSO     PIC X(06).
013300            10  WS-PQ-DESCRICAO PIC X(30).
013400            10  WS-PQ-QTD-REQ   PIC 9(01).
013500            10  WS-PQ-REQUISITO PIC X(06) OCCURS 6 TIMES.
013600
013700*   DISCIPLINES REGISTERED ON CONTROL-FILE: ONLY THESE MAY HAVE A
013800*   CATALOG ENTRY OR BE NAMED AS A PREREQUISITE.
013900    01  WS-CT-QTD               PIC 9(03) VALUE ZERO.
014000    01  WS-CT-IDX               PIC 9(03) VALUE ZERO.
014100    01  WS-CT-MAX               PIC 9(03) VALUE 500.
014200    01  WS-CT-TABELA.
014300        05  WS-CT-CURSO         PIC X(06) OCCURS 500 TIMES.
014400
014500    01  WS-INDICADORES.
014600        05  WS-EOF-CATALOGO-SW  PIC X(01) VALUE "N".
014700            88  EOF-CATALOGO               VALUE "Y".
014800        05  WS-EOF-CONTROL-SW   PIC X(01) VALUE "N".
014900            88  EOF-CONTROL                VALUE "Y".
015000        05  WS-FIM-SESSAO-SW    PIC X(01) VALUE "N".
015100            88  FIM-SESSAO                 VALUE "Y".
015200        05  WS-CURSO-ACHADO-SW  PIC X(01) VALUE "N".
015300            88  CURSO-ACHADO               VALUE "Y".
015400        05  WS-CT-ACHADO-SW     PIC X(01) VALUE "N".
015500            88  CT-ACHADO                  VALUE "Y".
015600        05  WS-FIM-LISTA-SW     PIC X(01) VALUE "N".
015700            88  FIM-LISTA                  VALUE "Y".
015800        05  WS-REQ-ACHADO-SW    PIC X(01) VALUE "N".
015900            88  REQ-ACHADO                 VALUE "Y".
016000        05  WS-PQ-ESTOURO-SW    PIC X(01) VALUE "N".
016100            88  PQ-ESTOURO                 VALUE "Y".
016200        05  WS-CT-ESTOURO-SW    PIC X(01) VALUE "N".
016300            88  CT-ESTOURO                 VALUE "Y".
016400        05  WS-EOF-BAK-SW       PIC X(01) VALUE "N".
016500            88  EOF-BACKUP                 VALUE "Y".
016600        05  WS-SEM-COPIA-SW     PIC X(01) VALUE "N".
016700            88  COPIA-DISPENSADA           VALUE "Y".
016800
016900    PROCEDURE DIVISION.
017000    0000-MAINLINE.
017100        PERFORM 0050-IDENTIFICAR-OPERADOR
017200            THRU 0050-IDENTIFICAR-OPERADOR-EXIT
017300        PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
017400        PERFORM 2000-MENU THRU 2000-MENU-EXIT
017500            UNTIL FIM-SESSAO
017600        PERFORM 9000-REGRAVAR-CATALOGO
017700            THRU 9000-REGRAVAR-CATALOGO-EXIT
017800        CLOSE HISTORIA-FILE
017900        DISPLAY "MANUTENCAO ENCERRADA - PREREQ-CATALOG GRAVADO"
018000        STOP RUN.
018100
018200******************************************************************
018300* 0050-IDENTIFICAR-OPERADOR - CAPTURES THE ID OF THE OPERATOR
018400*     RUNNING THIS MAINTENANCE SESSION FOR THE CHANGE HISTORY.
018500******************************************************************
018600    0050-IDENTIFICAR-OPERADOR.
018700        DISPLAY "INFORME O ID DO OPERADOR:"
018800        ACCEPT WS-OPERADOR.
018900    0050-IDENTIFICAR-OPERADOR-EXIT.
019000        EXIT.
019100
019200******************************************************************
019300* 1000-INICIALIZAR - LOADS THE DISCIPLINE CODES OF CONTROL-FILE
019400*     AND PREREQ-CATALOG INTO THEIR TABLES AND OPENS THE
019500*     CHANGE-HISTORY LOG IN EXTEND MODE SO EVERY SESSION ADDS TO
019600*     ONE CONTINUOUS TRAIL. WITHOUT CONTROL-FILE NO CODE CAN BE
019700*     VALIDATED, SO THE SESSION DOES NOT START.
019800******************************************************************
019900    1000-INICIALIZAR.
020000        MOVE ZERO TO WS-CT-QTD
020100        OPEN INPUT CONTROL-FILE
020200        IF WS-FS-CONTROL NOT = "00"
020300            DISPLAY "CONTROL-FILE NAO ENCONTRADO - STATUS "
020400                WS-FS-CONTROL
020500            DISPLAY "CADASTRE AS DISCIPLINAS NA MANUTENCAO DO "
020600                "CONTROL-FILE ANTES DO CATALOGO"
020700            STOP RUN
020800        END-IF
020900        PERFORM 1200-LER-CONTROLE THRU 1200-LER-CONTROLE-EXIT
021000            UNTIL EOF-CONTROL
021100        CLOSE CONTROL-FILE
021200        IF CT-ESTOURO
021300            DISPLAY "CONTROL-FILE EXCEDE A TABELA EM MEMORIA - "
021400                "SESSAO ENCERRADA"
021500            STOP RUN
021600        END-IF
021700        MOVE ZERO TO WS-PQ-QTD
021800        OPEN INPUT PREREQ-CATALOG
021900        IF WS-FS-CATALOGO NOT = "00"
022000            DISPLAY "PREREQ-CATALOG NAO ENCONTRADO - SERA CRIADO "
022100                "AO ENCERRAR"
022200        ELSE
022300            PERFORM 1100-LER-CATALOGO
022400                THRU 1100-LER-CATALOGO-EXIT
022500                UNTIL EOF-CATALOGO
022600            CLOSE PREREQ-CATALOG
022700            IF PQ-ESTOURO
022800                DISPLAY "PREREQ-CATALOG EXCEDE A TABELA EM "
022900                    "MEMORIA - SESSAO ENCERRADA SEM REGRAVAR "
023000                    "O ARQUIVO"
023100                STOP RUN
023200            END-IF
023300        END-IF
023400        OPEN EXTEND HISTORIA-FILE
023500        IF WS-FS-HISTORIA NOT = "00"
023600            OPEN OUTPUT HISTORIA-FILE
023700        END-IF
023800        IF WS-FS-HISTORIA NOT = "00"
023900            DISPLAY "PRQHIST NAO PODE SER ABERTO - STATUS "
024000                WS-FS-HISTORIA
024100            STOP RUN
024200        END-IF.
024300    1000-INICIALIZAR-EXIT.
024400        EXIT.
024500
024600******************************************************************
024700* 1100-LER-CATALOGO - READS ONE PREREQ-CATALOG RECORD INTO THE
024800*     NEXT FREE WS-PQ-TABELA ENTRY. A COUNT THAT IS NOT NUMERIC
024900*     IS KEPT AS ZERO (NO PREREQUISITES).
025000******************************************************************
025100    1100-LER-CATALOGO.
025200        READ PREREQ-CATALOG
025300            AT END
025400                MOVE "Y" TO WS-EOF-CATALOGO-SW
025500            NOT AT END
025600                IF WS-PQ-QTD >= WS-PQ-MAX
025700                    MOVE "Y" TO WS-PQ-ESTOURO-SW
025800                    DISPLAY "TABELA DO CATALOGO CHEIA - REGISTRO "
025900                        PRQ-CURSO " NAO CARREGADO"
026000                ELSE
026100                    ADD 1 TO WS-PQ-QTD
026200                    MOVE PREREQ-RECORD
026300                        TO WS-PQ-ENTRADA (WS-PQ-QTD)
026400                    IF PRQ-QTD-REQUISITOS NOT NUMERIC
026500                        MOVE ZERO TO WS-PQ-QTD-REQ (WS-PQ-QTD)
026600                    END-IF
026700                END-IF
026800        END-READ.
026900    1100-LER-CATALOGO-EXIT.
027000        EXIT.
027100
027200    1200-LER-CONTROLE.
027300        READ CONTROL-FILE
027400            AT END
027500                MOVE "Y" TO WS-EOF-CONTROL-SW
027600            NOT AT END
027700                IF WS-CT-QTD >= WS-CT-MAX
027800                    MOVE "Y" TO WS-CT-ESTOURO-SW
027900                ELSE
028000                    ADD 1 TO WS-CT-QTD
028100                    MOVE CTL-CURSO TO WS-CT-CURSO (WS-CT-QTD)
028200                END-IF
028300        END-READ.
028400    1200-LER-CONTROLE-EXIT.
028500        EXIT.
028600
028700******************************************************************
028800* 2000-MENU - SHOWS THE MAINTENANCE MENU AND DISPATCHES THE
028900*     OPTION CHOSEN.
029000******************************************************************
029100    2000-MENU.
029200        DISPLAY " "
029300        DISPLAY "MANUTENCAO DO CATALOGO DE PRE-REQUISITOS:"
029400        DISPLAY "  (1) INCLUIR DISCIPLINA"
029500        DISPLAY "  (2) ALTERAR DISCIPLINA"
029600        DISPLAY "  (3) EXCLUIR DISCIPLINA"
029700        DISPLAY "  (4) LISTAR CATALOGO"
029800        DISPLAY "  (9) ENCERRAR"
029900        ACCEPT WS-OPCAO
030000        IF WS-OPCAO = "1"
030100            PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
030200        ELSE
030300            IF WS-OPCAO = "2"
030400                PERFORM 4000-ALTERAR THRU 4000-ALTERAR-EXIT
030500            ELSE
030600                IF WS-OPCAO = "3"
030700                    PERFORM 5000-EXCLUIR THRU 5000-EXCLUIR-EXIT
030800                ELSE
030900                    IF WS-OPCAO = "4"
031000                        PERFORM 5500-LISTAR THRU 5500-LISTAR-EXIT
031100                    ELSE
031200                        IF WS-OPCAO = "9"
031300                            MOVE "Y" TO WS-FIM-SESSAO-SW
031400                        ELSE
031500                            DISPLAY "OPCAO INVALIDA"
031600                        END-IF
031700                    END-IF
031800                END-IF
031900            END-IF
032000        END-IF.
032100    2000-MENU-EXIT.
032200        EXIT.
032300
032400******************************************************************
032500* 3000-INCLUIR - REGISTERS A DISCIPLINE OF CONTROL-FILE IN THE
032600*     CATALOG AFTER CHECKING IT IS NOT ALREADY THERE, AND LOGS
032700*     THE INCLUSION.
032800******************************************************************
032900    3000-INCLUIR.
033000        PERFORM 6500-OBTER-CURSO THRU 6500-OBTER-CURSO-EXIT
033100        IF WS-CURSO-ALVO = SPACES
033200            GO TO 3000-INCLUIR-EXIT
033300        END-IF
033400        IF CURSO-ACHADO
033500            DISPLAY "DISCIPLINA " WS-CURSO-ALVO
033600                " JA CADASTRADA NO CATALOGO - USE ALTERAR"
033700            GO TO 3000-INCLUIR-EXIT
033800        END-IF
033900        MOVE WS-CURSO-ALVO TO WS-CODIGO-BUSCA
034000        PERFORM 6600-PROCURAR-CONTROLE
034100            THRU 6600-PROCURAR-CONTROLE-EXIT
034200        IF NOT CT-ACHADO
034300            DISPLAY "DISCIPLINA " WS-CURSO-ALVO
034400                " NAO CADASTRADA NO CONTROL-FILE - INCLUSAO "
034500                "NEGADA"
034600            GO TO 3000-INCLUIR-EXIT
034700        END-IF
034800        IF WS-PQ-QTD >= WS-PQ-MAX
034900            DISPLAY "TABELA DO CATALOGO CHEIA - INCLUSAO NEGADA"
035000            GO TO 3000-INCLUIR-EXIT
035100        END-IF
035200        PERFORM 6000-OBTER-VALORES THRU 6000-OBTER-VALORES-EXIT
035300        ADD 1 TO WS-PQ-QTD
035400        MOVE WS-PQ-QTD TO WS-PQ-IDX
035500        MOVE WS-CURSO-ALVO TO WS-PQ-CURSO (WS-PQ-IDX)
035600        PERFORM 6900-GUARDAR-VALORES
035700            THRU 6900-GUARDAR-VALORES-EXIT
035800        MOVE SPACES TO WS-IMAGEM-ANTES
035900        PERFORM 8100-MONTAR-IMAGEM-DEPOIS
036000            THRU 8100-MONTAR-IMAGEM-DEPOIS-EXIT
036100        MOVE "INCLUSAO " TO WS-ACAO
036200        PERFORM 7000-GRAVAR-HISTORIA
036300            THRU 7000-GRAVAR-HISTORIA-EXIT
036400        DISPLAY "DISCIPLINA " WS-CURSO-ALVO
036500            " INCLUIDA NO CATALOGO".
036600    3000-INCLUIR-EXIT.
036700        EXIT.
036800
036900******************************************************************
037000* 4000-ALTERAR - RE-ENTERS THE DESCRIPTION AND PREREQUISITES OF
037100*     A CATALOGED DISCIPLINE AND LOGS THE OLD AND NEW IMAGES.
037200******************************************************************
037300    4000-ALTERAR.
037400        PERFORM 6500-OBTER-CURSO THRU 6500-OBTER-CURSO-EXIT
037500        IF WS-CURSO-ALVO = SPACES
037600            GO TO 4000-ALTERAR-EXIT
037700        END-IF
037800        IF NOT CURSO-ACHADO
037900            DISPLAY "DISCIPLINA " WS-CURSO-ALVO
038000                " NAO CADASTRADA NO CATALOGO"
038100            GO TO 4000-ALTERAR-EXIT
038200        END-IF
038300        PERFORM 8200-MONTAR-IMAGEM-ANTES
038400            THRU 8200-MONTAR-IMAGEM-ANTES-EXIT
038500        PERFORM 6000-OBTER-VALORES THRU 6000-OBTER-VALORES-EXIT
038600        PERFORM 6900-GUARDAR-VALORES
038700            THRU 6900-GUARDAR-VALORES-EXIT
038800        PERFORM 8100-MONTAR-IMAGEM-DEPOIS
038900            THRU 8100-MONTAR-IMAGEM-DEPOIS-EXIT
039000        MOVE "ALTERACAO" TO WS-ACAO
039100        PERFORM 7000-GRAVAR-HISTORIA
039200            THRU 7000-GRAVAR-HISTORIA-EXIT
039300        DISPLAY "DISCIPLINA " WS-CURSO-ALVO " ALTERADA".
039400    4000-ALTERAR-EXIT.
039500        EXIT.
039600
039700******************************************************************
039800* 5000-EXCLUIR - REMOVES A DISCIPLINE FROM THE CATALOG, KEEPING
039900*     THE REMAINING ENTRIES IN FILE ORDER, AND LOGS THE EXCLUSION.
040000*     THE DISCIPLINE SIMPLY STOPS HAVING PREREQUISITES; OTHER
040100*     DISCIPLINES MAY STILL NAME IT AS ONE.
040200******************************************************************
040300    5000-EXCLUIR.
040400        PERFORM 6500-OBTER-CURSO THRU 6500-OBTER-CURSO-EXIT
040500        IF WS-CURSO-ALVO = SPACES
040600            GO TO 5000-EXCLUIR-EXIT
040700        END-IF
040800        IF NOT CURSO-ACHADO
040900            DISPLAY "DISCIPLINA " WS-CURSO-ALVO
041000                " NAO CADASTRADA NO CATALOGO"
041100            GO TO 5000-EXCLUIR-EXIT
041200        END-IF
041300        PERFORM 8200-MONTAR-IMAGEM-ANTES
041400            THRU 8200-MONTAR-IMAGEM-ANTES-EXIT
041500        MOVE SPACES TO WS-IMAGEM-DEPOIS
041600        PERFORM 5100-DESLOCAR-ENTRADA
041700            THRU 5100-DESLOCAR-ENTRADA-EXIT
041800            UNTIL WS-PQ-IDX >= WS-PQ-QTD
041900        SUBTRACT 1 FROM WS-PQ-QTD
042000        MOVE "EXCLUSAO " TO WS-ACAO
042100        PERFORM 7000-GRAVAR-HISTORIA
042200            THRU 7000-GRAVAR-HISTORIA-EXIT
042300        DISPLAY "DISCIPLINA " WS-CURSO-ALVO
042400            " EXCLUIDA DO CATALOGO".
042500    5000-EXCLUIR-EXIT.
042600        EXIT.
042700
042800******************************************************************
042900* 5100-DESLOCAR-ENTRADA - SHIFTS THE FOLLOWING TABLE ENTRY OVER
043000*     THE ONE BEING DELETED, PRESERVING FILE ORDER.
043100******************************************************************
043200    5100-DESLOCAR-ENTRADA.
043300        ADD 1 TO WS-PQ-IDX
043400        MOVE WS-PQ-ENTRADA (WS-PQ-IDX)
043500            TO WS-PQ-ENTRADA (WS-PQ-IDX - 1).
043600    5100-DESLOCAR-ENTRADA-EXIT.
043700        EXIT.
043800
043900******************************************************************
044000* 5500-LISTAR - DISPLAYS EVERY DISCIPLINE CURRENTLY IN THE
044100*     CATALOG WITH ITS PREREQUISITES.
044200******************************************************************
044300    5500-LISTAR.
044400        IF WS-PQ-QTD = ZERO
044500            DISPLAY "NENHUMA DISCIPLINA NO CATALOGO"
044600            GO TO 5500-LISTAR-EXIT
044700        END-IF
044800        DISPLAY "CURSO  DESCRICAO                      QTD "
044900            "PRE-REQUISITOS"
045000        MOVE 1 TO WS-PQ-IDX
045100        PERFORM 5510-LISTAR-ENTRADA
045200            THRU 5510-LISTAR-ENTRADA-EXIT
045300            UNTIL WS-PQ-IDX > WS-PQ-QTD.
045400    5500-LISTAR-EXIT.
045500        EXIT.
045600
045700    5510-LISTAR-ENTRADA.
045800        DISPLAY WS-PQ-CURSO (WS-PQ-IDX) " "
045900            WS-PQ-DESCRICAO (WS-PQ-IDX) "  "
046000            WS-PQ-QTD-REQ (WS-PQ-IDX) "  "
046100            WS-PQ-REQUISITO (WS-PQ-IDX, 1) " "
046200            WS-PQ-REQUISITO (WS-PQ-IDX, 2) " "
046300            WS-PQ-REQUISITO (WS-PQ-IDX, 3) " "
046400            WS-PQ-REQUISITO (WS-PQ-IDX, 4) " "
046500            WS-PQ-REQUISITO (WS-PQ-IDX, 5) " "
046600            WS-PQ-REQUISITO (WS-PQ-IDX, 6)
046700        ADD 1 TO WS-PQ-IDX.
046800    5510-LISTAR-ENTRADA-EXIT.
046900        EXIT.
047000
047100******************************************************************
047200* 6000-OBTER-VALORES - PROMPTS FOR THE DESCRIPTION AND THEN FOR
047300*     THE PREREQUISITES ONE CODE AT A TIME, UNTIL A BLANK CODE
047400*     ENDS THE LIST OR ALL SIX SLOTS ARE TAKEN. EVERY CODE IS
047500*     VALIDATED BEFORE IT IS ACCEPTED.
047600******************************************************************
047700    6000-OBTER-VALORES.
047800        DISPLAY "INFORME A DESCRICAO DA DISCIPLINA:"
047900        MOVE SPACES TO WS-NOVO-DESCRICAO
048000        ACCEPT WS-NOVO-DESCRICAO
048100        MOVE ZERO TO WS-NOVO-QTD
048200        MOVE 1 TO WS-REQ-IDX
048300        PERFORM 6050-LIMPAR-REQUISITO
048400            THRU 6050-LIMPAR-REQUISITO-EXIT
048500            UNTIL WS-REQ-IDX > WS-REQ-MAX
048600        MOVE "N" TO WS-FIM-LISTA-SW
048700        PERFORM 6100-OBTER-REQUISITO
048800            THRU 6100-OBTER-REQUISITO-EXIT
048900            UNTIL FIM-LISTA OR WS-NOVO-QTD >= WS-REQ-MAX
049000        IF WS-NOVO-QTD >= WS-REQ-MAX
049100            DISPLAY "LIMITE DE " WS-REQ-MAX " PRE-REQUISITOS "
049200                "ATINGIDO"
049300        END-IF.
049400    6000-OBTER-VALORES-EXIT.
049500        EXIT.
049600
049700    6050-LIMPAR-REQUISITO.
049800        MOVE SPACES TO WS-NOVO-REQUISITO (WS-REQ-IDX)
049900        ADD 1 TO WS-REQ-IDX.
050000    6050-LIMPAR-REQUISITO-EXIT.
050100        EXIT.
050200
050300******************************************************************
050400* 6100-OBTER-REQUISITO - PROMPTS FOR ONE PREREQUISITE CODE AND
050500*     ACCEPTS IT ONLY WHEN IT IS ON CONTROL-FILE, IS NOT THE
050600*     DISCIPLINE ITSELF, WAS NOT TYPED ALREADY, AND DOES NOT
050700*     ITSELF REQUIRE THE DISCIPLINE (A CYCLE NO STUDENT COULD
050800*     EVER BREAK). A BLANK CODE ENDS THE LIST.
050900******************************************************************
051000    6100-OBTER-REQUISITO.
051100        DISPLAY "INFORME O CODIGO DO PRE-REQUISITO (BRANCO P/ "
051200            "ENCERRAR A LISTA):"
051300        MOVE SPACES TO WS-REQUISITO-ALVO
051400        ACCEPT WS-REQUISITO-ALVO
051500        IF WS-REQUISITO-ALVO = SPACES
051600            MOVE "Y" TO WS-FIM-LISTA-SW
051700            GO TO 6100-OBTER-REQUISITO-EXIT
051800        END-IF
051900        IF WS-REQUISITO-ALVO = WS-CURSO-ALVO
052000            DISPLAY "UMA DISCIPLINA NAO PODE SER PRE-REQUISITO "
052100                "DE SI MESMA"
052200            GO TO 6100-OBTER-REQUISITO-EXIT
052300        END-IF
052400        MOVE WS-REQUISITO-ALVO TO WS-CODIGO-BUSCA
052500        PERFORM 6600-PROCURAR-CONTROLE
052600            THRU 6600-PROCURAR-CONTROLE-EXIT
052700        IF NOT CT-ACHADO
052800            DISPLAY "DISCIPLINA " WS-REQUISITO-ALVO " NAO "
052900                "CADASTRADA NO CONTROL-FILE - NAO ACEITA"
053000            GO TO 6100-OBTER-REQUISITO-EXIT
053100        END-IF
053200        MOVE "N" TO WS-REQ-ACHADO-SW
053300        MOVE 1 TO WS-REQ-IDX
053400        PERFORM 6150-PROCURAR-REPETIDO
053500            THRU 6150-PROCURAR-REPETIDO-EXIT
053600            UNTIL REQ-ACHADO OR WS-REQ-IDX > WS-NOVO-QTD
053700        IF REQ-ACHADO
053800            DISPLAY "PRE-REQUISITO " WS-REQUISITO-ALVO
053900                " JA INFORMADO"
054000            GO TO 6100-OBTER-REQUISITO-EXIT
054100        END-IF
054200        PERFORM 6700-VERIFICAR-CICLO
054300            THRU 6700-VERIFICAR-CICLO-EXIT
054400        IF REQ-ACHADO
054500            DISPLAY "DISCIPLINA " WS-REQUISITO-ALVO " JA TEM "
054600                WS-CURSO-ALVO " COMO PRE-REQUISITO - NAO ACEITA"
054700            GO TO 6100-OBTER-REQUISITO-EXIT
054800        END-IF
054900        ADD 1 TO WS-NOVO-QTD
055000        MOVE WS-REQUISITO-ALVO TO WS-NOVO-REQUISITO (WS-NOVO-QTD).
055100    6100-OBTER-REQUISITO-EXIT.
055200        EXIT.
055300
055400    6150-PROCURAR-REPETIDO.
055500        IF WS-NOVO-REQUISITO (WS-REQ-IDX) = WS-REQUISITO-ALVO
055600            MOVE "Y" TO WS-REQ-ACHADO-SW
055700        ELSE
055800            ADD 1 TO WS-REQ-IDX
055900        END-IF.
056000    6150-PROCURAR-REPETIDO-EXIT.
056100        EXIT.
056200
056300******************************************************************
056400* 6500-OBTER-CURSO - PROMPTS FOR THE DISCIPLINE CODE (BLANK
056500*     CANCELS THE OPERATION) AND LOOKS IT UP IN THE CATALOG.
056600******************************************************************
056700    6500-OBTER-CURSO.
056800        DISPLAY "INFORME O CODIGO DA DISCIPLINA (BRANCO P/ "
056900            "CANCELAR):"
057000        MOVE SPACES TO WS-CURSO-ALVO
057100        ACCEPT WS-CURSO-ALVO
057200        MOVE "N" TO WS-CURSO-ACHADO-SW
057300        IF WS-CURSO-ALVO = SPACES
057400            GO TO 6500-OBTER-CURSO-EXIT
057500        END-IF
057600        MOVE 1 TO WS-PQ-IDX
057700        PERFORM 6510-PROCURAR-CURSO
057800            THRU 6510-PROCURAR-CURSO-EXIT
057900            UNTIL CURSO-ACHADO OR WS-PQ-IDX > WS-PQ-QTD.
058000    6500-OBTER-CURSO-EXIT.
058100        EXIT.
058200
058300    6510-PROCURAR-CURSO.
058400        IF WS-PQ-CURSO (WS-PQ-IDX) = WS-CURSO-ALVO
058500            MOVE "Y" TO WS-CURSO-ACHADO-SW
058600        ELSE
058700            ADD 1 TO WS-PQ-IDX
058800        END-IF.
058900    6510-PROCURAR-CURSO-EXIT.
059000        EXIT.
059100
059200******************************************************************
059300* 6600-PROCURAR-CONTROLE - LOOKS WS-CODIGO-BUSCA UP AMONG THE
059400*     DISCIPLINES OF CONTROL-FILE.
059500******************************************************************
059600    6600-PROCURAR-CONTROLE.
059700        MOVE "N" TO WS-CT-ACHADO-SW
059800        MOVE 1 TO WS-CT-IDX
059900        PERFORM 6610-COMPARAR-CONTROLE
060000            THRU 6610-COMPARAR-CONTROLE-EXIT
060100            UNTIL CT-ACHADO OR WS-CT-IDX > WS-CT-QTD.
060200    6600-PROCURAR-CONTROLE-EXIT.
060300        EXIT.
060400
060500    6610-COMPARAR-CONTROLE.
060600        IF WS-CT-CURSO (WS-CT-IDX) = WS-CODIGO-BUSCA
060700            MOVE "Y" TO WS-CT-ACHADO-SW
060800        ELSE
060900            ADD 1 TO WS-CT-IDX
061000        END-IF.
061100    6610-COMPARAR-CONTROLE-EXIT.
061200        EXIT.
061300
061400******************************************************************
061500* 6700-VERIFICAR-CICLO - SETS REQ-ACHADO WHEN THE CATALOG ENTRY
061600*     OF THE PREREQUISITE BEING TYPED ALREADY NAMES THE
061700*     DISCIPLINE BEING MAINTAINED. WS-PQ-IDX IS RESTORED, SINCE
061800*     IT STILL POINTS AT THE ENTRY UNDER MAINTENANCE.
061900******************************************************************
062000    6700-VERIFICAR-CICLO.
062100        MOVE "N" TO WS-REQ-ACHADO-SW
062200        MOVE WS-PQ-IDX TO WS-CT-IDX
062300        MOVE 1 TO WS-PQ-IDX
062400        PERFORM 6710-PROCURAR-ENTRADA-REQ
062500            THRU 6710-PROCURAR-ENTRADA-REQ-EXIT
062600            UNTIL WS-PQ-IDX > WS-PQ-QTD
062700            OR WS-PQ-CURSO (WS-PQ-IDX) = WS-REQUISITO-ALVO
062800        IF WS-PQ-IDX <= WS-PQ-QTD
062900            MOVE 1 TO WS-REQ-IDX
063000            PERFORM 6720-COMPARAR-REQUISITO
063100                THRU 6720-COMPARAR-REQUISITO-EXIT
063200                UNTIL REQ-ACHADO
063300                OR WS-REQ-IDX > WS-PQ-QTD-REQ (WS-PQ-IDX)
063400        END-IF
063500        MOVE WS-CT-IDX TO WS-PQ-IDX.
063600    6700-VERIFICAR-CICLO-EXIT.
063700        EXIT.
063800
063900    6710-PROCURAR-ENTRADA-REQ.
064000        ADD 1 TO WS-PQ-IDX.
064100    6710-PROCURAR-ENTRADA-REQ-EXIT.
064200        EXIT.
064300
064400    6720-COMPARAR-REQUISITO.
064500        IF WS-PQ-REQUISITO (WS-PQ-IDX, WS-REQ-IDX) = WS-CURSO-ALVO
064600            MOVE "Y" TO WS-REQ-ACHADO-SW
064700        ELSE
064800            ADD 1 TO WS-REQ-IDX
064900        END-IF.
065000    6720-COMPARAR-REQUISITO-EXIT.
065100        EXIT.
065200
065300******************************************************************
065400* 6900-GUARDAR-VALORES - MOVES THE VALIDATED ENTRY VALUES INTO
065500*     THE TABLE ENTRY AT WS-PQ-IDX.
065600******************************************************************
065700    6900-GUARDAR-VALORES.
065800        MOVE WS-NOVO-DESCRICAO TO WS-PQ-DESCRICAO (WS-PQ-IDX)
065900        MOVE WS-NOVO-QTD       TO WS-PQ-QTD-REQ (WS-PQ-IDX)
066000        MOVE 1 TO WS-REQ-IDX
066100        PERFORM 6910-GUARDAR-REQUISITO
066200            THRU 6910-GUARDAR-REQUISITO-EXIT
066300            UNTIL WS-REQ-IDX > WS-REQ-MAX.
066400    6900-GUARDAR-VALORES-EXIT.
066500        EXIT.
066600
066700    6910-GUARDAR-REQUISITO.
066800        MOVE WS-NOVO-REQUISITO (WS-REQ-IDX)
066900            TO WS-PQ-REQUISITO (WS-PQ-IDX, WS-REQ-IDX)
067000        ADD 1 TO WS-REQ-IDX.
067100    6910-GUARDAR-REQUISITO-EXIT.
067200        EXIT.
067300
067400******************************************************************
067500* 7000-GRAVAR-HISTORIA - WRITES ONE CHANGE-HISTORY ENTRY: WHO,
067600*     WHEN, WHICH ACTION, WHICH DISCIPLINE, FROM WHAT TO WHAT.
067700******************************************************************
067800    7000-GRAVAR-HISTORIA.
067900        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
068000        ACCEPT WS-HORA-AGORA FROM TIME
068100        MOVE SPACES TO HISTORIA-RECORD
068200        MOVE WS-DATA-HOJE     TO HIS-DATA
068300        MOVE WS-HORA-AGORA    TO HIS-HORA
068400        MOVE WS-OPERADOR      TO HIS-OPERADOR
068500        MOVE WS-ACAO          TO HIS-ACAO
068600        MOVE WS-CURSO-ALVO    TO HIS-CURSO
068700        MOVE "ANTES:"         TO HIS-ROTULO-ANTES
068800        MOVE WS-IMAGEM-ANTES  TO HIS-ANTES
068900        MOVE "DEPOIS:"        TO HIS-ROTULO-DEPOIS
069000        MOVE WS-IMAGEM-DEPOIS TO HIS-DEPOIS
069100        WRITE HISTORIA-RECORD.
069200    7000-GRAVAR-HISTORIA-EXIT.
069300        EXIT.
069400
069500******************************************************************
069600* 8100-MONTAR-IMAGEM-DEPOIS - BUILDS THE AFTER-IMAGE OF THE
069700*     TABLE ENTRY AT WS-PQ-IDX FOR THE HISTORY LOG.
069800******************************************************************
069900    8100-MONTAR-IMAGEM-DEPOIS.
070000        MOVE WS-PQ-ENTRADA (WS-PQ-IDX) TO WS-IMAGEM-DEPOIS.
070100    8100-MONTAR-IMAGEM-DEPOIS-EXIT.
070200        EXIT.
070300
070400******************************************************************
070500* 8200-MONTAR-IMAGEM-ANTES - BUILDS THE BEFORE-IMAGE OF THE
070600*     TABLE ENTRY AT WS-PQ-IDX FOR THE HISTORY LOG.
070700******************************************************************
070800    8200-MONTAR-IMAGEM-ANTES.
070900        MOVE WS-PQ-ENTRADA (WS-PQ-IDX) TO WS-IMAGEM-ANTES.
071000    8200-MONTAR-IMAGEM-ANTES-EXIT.
071100        EXIT.
071200
071300******************************************************************
071400* 8500-GERAR-BACKUP-CATALOGO - TAKES THE GENERATION COPY OF
071500*     PREREQ-CATALOG BEFORE THE END-OF-SESSION REWRITE: PRQBAK2
071600*     ROLLS TO PRQBAK3, PRQBAK1 TO PRQBAK2, AND THE CURRENT FILE
071700*     IS COPIED TO A FRESH PRQBAK1. THE EVENT GOES TO AUDIT-LOG.
071800*     A FILE THAT DOES NOT EXIST YET (FIRST SESSION) JUST MEANS
071900*     NOTHING TO COPY, BUT AN EXISTING FILE WHOSE COPY CANNOT BE
072000*     WRITTEN ENDS THE SESSION BEFORE THE REWRITE.
072100******************************************************************
072200    8500-GERAR-BACKUP-CATALOGO.
072300        MOVE "PRQBAK2" TO WS-ARQ-BAK-IN
072400        MOVE "PRQBAK3" TO WS-ARQ-BAK-OUT
072500        PERFORM 8510-COPIAR-GERACAO
072600            THRU 8510-COPIAR-GERACAO-EXIT
072700        MOVE "PRQBAK1" TO WS-ARQ-BAK-IN
072800        MOVE "PRQBAK2" TO WS-ARQ-BAK-OUT
072900        PERFORM 8510-COPIAR-GERACAO
073000            THRU 8510-COPIAR-GERACAO-EXIT
073100        PERFORM 8530-COPIAR-CATALOGO-ATUAL
073200            THRU 8530-COPIAR-CATALOGO-ATUAL-EXIT
073300        IF COPIA-DISPENSADA
073400            GO TO 8500-GERAR-BACKUP-CATALOGO-EXIT
073500        END-IF
073600        PERFORM 8550-GRAVAR-AUDIT-BACKUP
073700            THRU 8550-GRAVAR-AUDIT-BACKUP-EXIT
073800        DISPLAY "COPIA DE SEGURANCA DO PREREQ-CATALOG GRAVADA "
073900            "EM PRQBAK1".
074000    8500-GERAR-BACKUP-CATALOGO-EXIT.
074100        EXIT.
074200
074300******************************************************************
074400* 8510-COPIAR-GERACAO - COPIES ONE FILE OVER THE NEXT OLDER
074500*     GENERATION. A SOURCE THAT DOES NOT EXIST JUST MEANS THERE
074600*     IS NOTHING TO ROLL.
074700******************************************************************
074800    8510-COPIAR-GERACAO.
074900        MOVE "N" TO WS-EOF-BAK-SW
075000        OPEN INPUT BACKUP-ENTRADA
075100        IF WS-FS-BAK-IN NOT = "00"
075200            GO TO 8510-COPIAR-GERACAO-EXIT
075300        END-IF
075400        OPEN OUTPUT BACKUP-SAIDA
075500        IF WS-FS-BAK-OUT NOT = "00"
075600            DISPLAY "GERACAO " WS-ARQ-BAK-OUT " NAO PODE SER "
075700                "GRAVADA - STATUS " WS-FS-BAK-OUT
075800            CLOSE BACKUP-ENTRADA
075900            GO TO 8510-COPIAR-GERACAO-EXIT
076000        END-IF
076100        PERFORM 8520-COPIAR-REGISTRO
076200            THRU 8520-COPIAR-REGISTRO-EXIT
076300            UNTIL EOF-BACKUP
076400        CLOSE BACKUP-ENTRADA
076500        CLOSE BACKUP-SAIDA.
076600    8510-COPIAR-GERACAO-EXIT.
076700        EXIT.
076800
076900    8520-COPIAR-REGISTRO.
077000        READ BACKUP-ENTRADA
077100            AT END
077200                MOVE "Y" TO WS-EOF-BAK-SW
077300            NOT AT END
077400                MOVE BACKUP-IN-RECORD TO BACKUP-OUT-RECORD
077500                WRITE BACKUP-OUT-RECORD
077600        END-READ.
077700    8520-COPIAR-REGISTRO-EXIT.
077800        EXIT.
077900
078000******************************************************************
078100* 8530-COPIAR-CATALOGO-ATUAL - COPIES THE PREREQ-CATALOG ON DISK
078200*     TO A FRESH PRQBAK1. WHEN THE FILE EXISTS AND ITS COPY
078300*     CANNOT BE WRITTEN, THE SESSION ENDS WITHOUT THE REWRITE.
078400******************************************************************
078500    8530-COPIAR-CATALOGO-ATUAL.
078600        MOVE "N" TO WS-SEM-COPIA-SW
078700        MOVE "N" TO WS-EOF-BAK-SW
078800        MOVE "PRQFILE" TO WS-ARQ-BAK-IN
078900        MOVE "PRQBAK1" TO WS-ARQ-BAK-OUT
079000        OPEN INPUT BACKUP-ENTRADA
079100        IF WS-FS-BAK-IN NOT = "00"
079200            DISPLAY "PREREQ-CATALOG AINDA NAO EXISTE NO DISCO - "
079300                "NADA A COPIAR"
079400            MOVE "Y" TO WS-SEM-COPIA-SW
079500            GO TO 8530-COPIAR-CATALOGO-ATUAL-EXIT
079600        END-IF
079700        OPEN OUTPUT BACKUP-SAIDA
079800        IF WS-FS-BAK-OUT NOT = "00"
079900            DISPLAY "GERACAO PRQBAK1 NAO PODE SER GRAVADA - "
080000                "STATUS " WS-FS-BAK-OUT
080100            DISPLAY "SESSAO ENCERRADA SEM REGRAVAR O "
080200                "PREREQ-CATALOG: REGRAVAR SEM COPIA DE SEGURANCA "
080300                "NAO E PERMITIDO"
080400            CLOSE BACKUP-ENTRADA
080500            CLOSE HISTORIA-FILE
080600            STOP RUN
080700        END-IF
080800        PERFORM 8520-COPIAR-REGISTRO
080900            THRU 8520-COPIAR-REGISTRO-EXIT
081000            UNTIL EOF-BACKUP
081100        CLOSE BACKUP-ENTRADA
081200        CLOSE BACKUP-SAIDA.
081300    8530-COPIAR-CATALOGO-ATUAL-EXIT.
081400        EXIT.
081500
081600******************************************************************
081700* 8550-GRAVAR-AUDIT-BACKUP - RECORDS THE GENERATION COPY ON
081800*     AUDIT-LOG (EXTENDED, CREATED ON FIRST USE): WHO TOOK IT
081900*     AND WHEN. MAINTENANCE RUNS OUTSIDE A NUMBERED GRADING RUN,
082000*     SO AU-EXECUCAO STAYS ZERO.
082100******************************************************************
082200    8550-GRAVAR-AUDIT-BACKUP.
082300        OPEN EXTEND AUDIT-LOG
082400        IF WS-FS-AUDIT NOT = "00"
082500            OPEN OUTPUT AUDIT-LOG
082600        END-IF
082700        IF WS-FS-AUDIT NOT = "00"
082800            DISPLAY "AUDIT-LOG NAO PODE SER ABERTO - STATUS "
082900                WS-FS-AUDIT " - EVENTO DE BACKUP NAO REGISTRADO"
083000            GO TO 8550-GRAVAR-AUDIT-BACKUP-EXIT
083100        END-IF
083200        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
083300        ACCEPT WS-HORA-AGORA FROM TIME
083400        MOVE SPACES          TO AUDIT-RECORD
083500        MOVE WS-DATA-HOJE    TO AU-DATA
083600        MOVE WS-HORA-AGORA   TO AU-HORA
083700        MOVE WS-OPERADOR     TO AU-OPERADOR
083800        MOVE "PRQFILE"       TO AU-MATRICULA
083900        MOVE "COPIA SEGURANCA" TO AU-NOME
084000        MOVE ZERO            TO AU-NOTA1 AU-NOTA2 AU-NOTA3
084100                                AU-NOTA4 AU-RESULTADO
084200        MOVE "BACKUP   "     TO AU-STATUS
084300        MOVE "GER1"          TO AU-MOTIVO
084400        MOVE ZERO            TO AU-EXECUCAO
084500        PERFORM 9700-GRAVAR-AUDITORIA
084550            THRU 9700-GRAVAR-AUDITORIA-EXIT
084600        CLOSE AUDIT-LOG.
084700    8550-GRAVAR-AUDIT-BACKUP-EXIT.
084800        EXIT.
084900
085000******************************************************************
085100* 9000-REGRAVAR-CATALOGO - REWRITES PREREQ-CATALOG FROM THE
085200*     TABLE AT END OF SESSION, AFTER THE GENERATION COPY OF THE
085300*     FILE ON DISK IS SAFELY TAKEN.
085400******************************************************************
085500    9000-REGRAVAR-CATALOGO.
085600        PERFORM 8500-GERAR-BACKUP-CATALOGO
085700            THRU 8500-GERAR-BACKUP-CATALOGO-EXIT
085800        OPEN OUTPUT PREREQ-CATALOG
085900        IF WS-FS-CATALOGO NOT = "00"
086000            DISPLAY "PREREQ-CATALOG NAO PODE SER REGRAVADO - "
086100                "STATUS " WS-FS-CATALOGO
086200            GO TO 9000-REGRAVAR-CATALOGO-EXIT
086300        END-IF
086400        MOVE 1 TO WS-PQ-IDX
086500        PERFORM 9010-GRAVAR-ENTRADA
086600            THRU 9010-GRAVAR-ENTRADA-EXIT
086700            UNTIL WS-PQ-IDX > WS-PQ-QTD
086800        CLOSE PREREQ-CATALOG.
086900    9000-REGRAVAR-CATALOGO-EXIT.
087000        EXIT.
087100
087200******************************************************************
087300* 9010-GRAVAR-ENTRADA - WRITES ONE WS-PQ-TABELA ENTRY BACK TO
087400*     PREREQ-CATALOG.
087500******************************************************************
087600    9010-GRAVAR-ENTRADA.
087700        MOVE WS-PQ-ENTRADA (WS-PQ-IDX) TO PREREQ-RECORD
087800        WRITE PREREQ-RECORD
087900        ADD 1 TO WS-PQ-IDX.
088000    9010-GRAVAR-ENTRADA-EXIT.
088033        EXIT.
088066
088101******************************************************************
088102* 9700-GRAVAR-AUDITORIA - WRITES THE ENTRY BUILT IN AUDIT-RECORD
088103*     AS THE NEXT LINK OF THE AUDIT-LOG CHAIN: TAKES THE NEXT
088104*     GLOBAL SEQUENCE NUMBER FROM AUDIT-CONTROL, CHAINS THE CHECK
088105*     VALUE TO THE PREVIOUS ENTRY'S, WRITES THE ENTRY, AND ONLY
088106*     THEN ADVANCES AUDIT-CONTROL.
088107******************************************************************
088108    9700-GRAVAR-AUDITORIA.
088109        PERFORM 9710-LER-CONTROLE-AUDIT
088110            THRU 9710-LER-CONTROLE-AUDIT-EXIT
088111        ADD 1 TO WS-AUD-SEQUENCIA
088112        MOVE WS-AUD-SEQUENCIA TO AU-SEQUENCIA
088113        PERFORM 9720-CALCULAR-CHECAGEM
088114            THRU 9720-CALCULAR-CHECAGEM-EXIT
088115        MOVE WS-AUD-CHECAGEM TO AU-CHECAGEM
088116        WRITE AUDIT-RECORD
088117        IF WS-FS-AUDIT NOT = "00"
088118            DISPLAY "AUDIT-LOG NAO GRAVADO - STATUS " WS-FS-AUDIT
088119            GO TO 9700-GRAVAR-AUDITORIA-EXIT
088120        END-IF
088121        OPEN OUTPUT AUDIT-CONTROL
088122        IF WS-FS-AUDCTL NOT = "00"
088123            DISPLAY "AUDIT-CONTROL NAO PODE SER GRAVADO - STATUS "
088124                WS-FS-AUDCTL
088125            GO TO 9700-GRAVAR-AUDITORIA-EXIT
088126        END-IF
088127        MOVE SPACES TO AUDIT-CONTROL-RECORD
088128        MOVE WS-AUD-SEQUENCIA TO AUC-SEQUENCIA
088129        MOVE WS-AUD-CHECAGEM  TO AUC-CHECAGEM
088130        MOVE AU-DATA          TO AUC-DATA
088131        MOVE AU-HORA          TO AUC-HORA
088132        WRITE AUDIT-CONTROL-RECORD
088133        CLOSE AUDIT-CONTROL.
088134    9700-GRAVAR-AUDITORIA-EXIT.
088135        EXIT.
088136
088137******************************************************************
088138* 9710-LER-CONTROLE-AUDIT - READS THE LAST SEQUENCE NUMBER AND
088139*     CHECK VALUE ISSUED. IT IS READ AT EVERY ENTRY, NOT ONCE PER
088140*     RUN, SO TWO PROGRAMS WRITING IN THE SAME PERIOD NEVER REUSE
088141*     A NUMBER. WITHOUT AUDIT-CONTROL THE CHAIN STARTS AT 1.
088142******************************************************************
088143    9710-LER-CONTROLE-AUDIT.
088144        MOVE ZERO TO WS-AUD-SEQUENCIA
088145        MOVE ZERO TO WS-AUD-CHECAGEM
088146        OPEN INPUT AUDIT-CONTROL
088147        IF WS-FS-AUDCTL NOT = "00"
088148            GO TO 9710-LER-CONTROLE-AUDIT-EXIT
088149        END-IF
088150        READ AUDIT-CONTROL
088151            NOT AT END
088152                MOVE AUC-SEQUENCIA TO WS-AUD-SEQUENCIA
088153                MOVE AUC-CHECAGEM  TO WS-AUD-CHECAGEM
088154        END-READ
088155        CLOSE AUDIT-CONTROL.
088156    9710-LER-CONTROLE-AUDIT-EXIT.
088157        EXIT.
088158
088159******************************************************************
088160* 9720-CALCULAR-CHECAGEM - FOLDS EVERY BYTE OF THE ENTRY, FROM
088161*     AU-DATA THROUGH AU-SEQUENCIA, INTO THE PREVIOUS ENTRY'S
088162*     CHECK VALUE (TIMES 31, PLUS THE BYTE AND ITS POSITION,
088163*     MODULO THE PRIME 999999937). THE CHAIN VERIFICATION
088164*     RECOMPUTES IT THE SAME WAY.
088165******************************************************************
088166    9720-CALCULAR-CHECAGEM.
088167        MOVE WS-AUD-CHECAGEM TO WS-AUD-ACUM
088168        PERFORM 9730-SOMAR-BYTE THRU 9730-SOMAR-BYTE-EXIT
088169            VARYING WS-AUD-POS FROM 1 BY 1
088170            UNTIL WS-AUD-POS > WS-AUD-TAM-COBERTO
088171        MOVE WS-AUD-ACUM TO WS-AUD-CHECAGEM.
088172    9720-CALCULAR-CHECAGEM-EXIT.
088173        EXIT.
088174
088175    9730-SOMAR-BYTE.
088176        MOVE AUDIT-RECORD(WS-AUD-POS:1) TO WS-AUD-BYTE
088177        COMPUTE WS-AUD-ACUM = WS-AUD-ACUM * 31
088178            + WS-AUD-BYTE-NUM + WS-AUD-POS
088179        DIVIDE WS-AUD-ACUM BY WS-AUD-MODULO
088180            GIVING WS-AUD-QUOC REMAINDER WS-AUD-RESTO
088181        MOVE WS-AUD-RESTO TO WS-AUD-ACUM.
088182    9730-SOMAR-BYTE-EXIT.
088183        EXIT.
088200
088300    END PROGRAM PrqManut.
