000100******************************************************************
000200* Author: Henrique S. Mendes
000300* Date:  15/10/2026
000400* Purpose: ENROLL-MASTER maintenance with trancamento
000500* Tectonics: cobc
000600******************************************************************
000700* MODIFICATION HISTORY
000800* DATE       INIT DESCRIPTION
000900* 2026-10-15  HSM  NEW PROGRAM. ENROLLS, DROPS, TRANSFERS BETWEEN
001000*                  DISCIPLINES, AND REGISTERS THE TRANCAMENTO
001100*                  (DATE AND REASON) OF STUDENTS ON ENROLL-MASTER,
001200*                  WHICH WAS EDITED BY HAND. THE OPERATOR IS
001300*                  VERIFIED AGAINST OPERATOR-FILE AND MUST HOLD
001400*                  THE ENROLLMENT PERMISSION, EVERY CHANGE GOES TO
001500*                  AUDIT-LOG AND, WITH ITS BEFORE AND AFTER
001600*                  IMAGES, TO ENRHIST, AND A GENERATION COPY OF
001700*                  THE FILE IS TAKEN BEFORE THE END-OF-SESSION
001800*                  REWRITE. A TRANCAMENTO IS POSTED AT ONCE TO
001900*                  GRADE-MASTER IN THE OPEN TERM WITH STATUS
002000*                  TRANCADO AND NO RESULT, AND A REACTIVATION
002100*                  REMOVES THAT POSTING AGAIN.
002116* 2026-10-15  HSM  AUDIT-LOG ENTRIES NOW CARRY A GLOBAL SEQUENCE
002132*                  NUMBER AND A CHECK VALUE CHAINED TO THE PRIOR
002148*                  ENTRY, TAKEN FROM AND RECORDED IN AUDIT-CONTROL
002164*                  (AUDCTL), SO A DELETED, EDITED OR REORDERED
002180*                  ENTRY IS CAUGHT BY THE CHAIN VERIFICATION.
002181* 2026-10-15  HSM  ENROLLMENTS NOW CARRY THE TURMA OF THE
002182*                  DISCIPLINE. INCLUSION AND TRANSFER ASK FOR IT,
002184*                  A NEW OPTION MOVES A STUDENT BETWEEN TURMAS,
002185*                  AND THE LISTING SHOWS IT. WHEN THE DISCIPLINE
002186*                  HAS TURMAS ON THE ASSIGNMENT FILE (ATRFILE)
002188*                  ONLY THOSE ARE ACCEPTED. HISTORY IMAGES
002189*                  WIDENED TO 72.
002190* 2026-10-15  HSM  TRANCAMENTO AND ITS CANCELLATION NOW REWRITE
002191*                  ENROLL-MASTER AT ONCE, BEFORE GRADE-MASTER IS
002192*                  TOUCHED, AND UNDO THE CHANGE WHEN THE POSTING
002194*                  OR ITS REMOVAL FAILS, SO THE TWO FILES NEVER
002195*                  DISAGREE. A CANCELLATION NEEDS THE OPEN TERM.
002196*                  THE GENERATION COPY IS TAKEN ONCE PER SESSION.
002198*                  THE TRANCAMENTO DATE GETS THE FULL CALENDAR
002199*                  CHECK.
002200******************************************************************
002300    IDENTIFICATION DIVISION.
002400    PROGRAM-ID. MatManut.
002500    AUTHOR. HENRIQUE S. MENDES.
002600    INSTALLATION. DEPARTAMENTO ACADEMICO.
002700    DATE-WRITTEN. 15/10/2026.
002800    DATE-COMPILED.
002900
003000    ENVIRONMENT DIVISION.
003100    INPUT-OUTPUT SECTION.
003200    FILE-CONTROL.
003300        SELECT ENROLL-MASTER ASSIGN TO "ENRFILE"
003400            ORGANIZATION IS LINE SEQUENTIAL
003500            FILE STATUS IS WS-FS-ENROLL.
003600        SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS IS WS-FS-CONTROL.
003900        SELECT OPERATOR-FILE ASSIGN TO "OPRFILE"
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS WS-FS-OPERADOR.
004200        SELECT AUDIT-LOG ASSIGN TO "AUDFILE"
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS WS-FS-AUDIT.
004425        SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
004450            ORGANIZATION IS LINE SEQUENTIAL
004475            FILE STATUS IS WS-FS-AUDCTL.
004500        SELECT HISTORIA-FILE ASSIGN TO "ENRHIST"
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS WS-FS-HISTORIA.
004800        SELECT GRADE-MASTER ASSIGN TO "GRDFILE"
004900            ORGANIZATION IS INDEXED
005000            ACCESS MODE IS DYNAMIC
005100            RECORD KEY IS GM-CHAVE
005200            FILE STATUS IS WS-FS-GRADE.
005225        SELECT ASSIGNMENT-FILE ASSIGN TO "ATRFILE"
005250            ORGANIZATION IS LINE SEQUENTIAL
005275            FILE STATUS IS WS-FS-ATRIBUICAO.
005300        SELECT TERM-FILE ASSIGN TO "TRMFILE"
005400            ORGANIZATION IS LINE SEQUENTIAL
005500            FILE STATUS IS WS-FS-TERMO.
005600        SELECT BACKUP-ENTRADA ASSIGN TO DYNAMIC WS-ARQ-BAK-IN
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS IS WS-FS-BAK-IN.
005900        SELECT BACKUP-SAIDA ASSIGN TO DYNAMIC WS-ARQ-BAK-OUT
006000            ORGANIZATION IS LINE SEQUENTIAL
006100            FILE STATUS IS WS-FS-BAK-OUT.
006200
006300    DATA DIVISION.
006400    FILE SECTION.
006500    FD  ENROLL-MASTER
006600        RECORDING MODE IS F.
006700    COPY ENRREC.
006800
006900    FD  CONTROL-FILE
007000        RECORDING MODE IS F.
007100    COPY CTLREC.
007200
007300*   OP-PERM-MATRIC IS THE ENROLLMENT PERMISSION: ONLY THE
007400*   SECRETARIAT PROFILES CARRY "S" THERE. OPERATORS REGISTERED
007500*   BEFORE IT EXISTED READ BACK AS SPACE, WHICH MEANS NO
007600*   PERMISSION.
007700    FD  OPERATOR-FILE
007800        RECORDING MODE IS F.
007900    01  OPERATOR-RECORD.
008000        05  OP-ID               PIC X(08).
008100        05  OP-SENHA            PIC X(08).
008200        05  OP-PERM-LOTE        PIC X(01).
008300        05  OP-PERM-INDIV       PIC X(01).
008400        05  OP-PERM-CSV         PIC X(01).
008500        05  OP-PERM-MATRIC      PIC X(01).
008600
008700    FD  AUDIT-LOG
008800        RECORDING MODE IS F.
008900    COPY AUDREC.
008901
008925    FD  AUDIT-CONTROL
008950        RECORDING MODE IS F.
008975    COPY AUCREC.
009000
009100    FD  HISTORIA-FILE
009200        RECORDING MODE IS F.
009300    01  HISTORIA-RECORD.
009400        05  HIS-DATA            PIC 9(08).
009500        05  FILLER              PIC X(01) VALUE SPACE.
009600        05  HIS-HORA            PIC 9(08).
009700        05  FILLER              PIC X(01) VALUE SPACE.
009800        05  HIS-OPERADOR        PIC X(08).
009900        05  FILLER              PIC X(01) VALUE SPACE.
010000        05  HIS-ACAO            PIC X(09).
010100        05  FILLER              PIC X(01) VALUE SPACE.
010200        05  HIS-ROTULO-ANTES    PIC X(06) VALUE "ANTES:".
010300        05  HIS-ANTES           PIC X(72).
010400        05  FILLER              PIC X(01) VALUE SPACE.
010500        05  HIS-ROTULO-DEPOIS   PIC X(07) VALUE "DEPOIS:".
010600        05  HIS-DEPOIS          PIC X(72).
010700
010800    FD  GRADE-MASTER.
010900    COPY GRDREC.
011000
011025    FD  ASSIGNMENT-FILE
011050        RECORDING MODE IS F.
011075    COPY ATRREC.
011090
011100    FD  TERM-FILE
011200        RECORDING MODE IS F.
011300    COPY TRMREC.
011400
011500    FD  BACKUP-ENTRADA
011600        RECORDING MODE IS F.
011700    01  BACKUP-IN-RECORD        PIC X(80).
011800
011900    FD  BACKUP-SAIDA
012000        RECORDING MODE IS F.
012100    01  BACKUP-OUT-RECORD       PIC X(80).
012200
012300    WORKING-STORAGE SECTION.
012400    01  WS-FS-ENROLL            PIC X(02).
012500    01  WS-FS-CONTROL           PIC X(02).
012600    01  WS-FS-OPERADOR          PIC X(02).
012700    01  WS-FS-AUDIT             PIC X(02).
012705    01  WS-FS-AUDCTL            PIC X(02).
012710*   AUDIT-LOG CHAIN: SEQUENCE NUMBER AND CHECK VALUE OF THE ENTRY
012715*   BEING WRITTEN, AND THE WORK FIELDS OF THE CHECK VALUE. EACH
012720*   BYTE OF THE ENTRY IS TAKEN AS A NUMBER THROUGH THE BINARY
012725*   REDEFINITION OF WS-AUD-BYTE-GRP.
012730    01  WS-AUD-SEQUENCIA        PIC 9(09) VALUE ZERO.
012735    01  WS-AUD-CHECAGEM         PIC 9(09) VALUE ZERO.
012740    01  WS-AUD-POS              PIC 9(03) VALUE ZERO.
012745    01  WS-AUD-TAM-COBERTO      PIC 9(03) VALUE 121.
012750    01  WS-AUD-MODULO           PIC 9(09) VALUE 999999937.
012755    01  WS-AUD-ACUM             PIC 9(12) VALUE ZERO.
012760    01  WS-AUD-QUOC             PIC 9(12) VALUE ZERO.
012765    01  WS-AUD-RESTO            PIC 9(12) VALUE ZERO.
012770    01  WS-AUD-BYTE-GRP.
012775        05  FILLER              PIC X(01) VALUE LOW-VALUE.
012780        05  WS-AUD-BYTE         PIC X(01).
012785    01  WS-AUD-BYTE-NUM REDEFINES WS-AUD-BYTE-GRP
012790                                PIC 9(04) COMP.
012800    01  WS-FS-HISTORIA          PIC X(02).
012900    01  WS-FS-GRADE             PIC X(02).
013000    01  WS-FS-TERMO             PIC X(02).
013050    01  WS-FS-ATRIBUICAO        PIC X(02).
013100    01  WS-FS-BAK-IN            PIC X(02).
013200    01  WS-FS-BAK-OUT           PIC X(02).
013300    01  WS-ARQ-BAK-IN           PIC X(44).
013400    01  WS-ARQ-BAK-OUT          PIC X(44).
013500
013600    01  WS-OPERADOR             PIC X(08).
013700    01  WS-SENHA                PIC X(08).
013800    01  WS-OP-SENHA             PIC X(08).
013900    01  WS-PERM-MATRIC          PIC X(01).
014000    01  WS-TENTATIVAS           PIC 9(01) VALUE ZERO.
014100    01  WS-DATA-HOJE            PIC 9(08).
014200    01  WS-HORA-AGORA           PIC 9(08).
014300    01  WS-OPCAO                PIC X(01).
014400    01  WS-ACAO                 PIC X(09).
014500    01  WS-QTD-ALTERACOES       PIC 9(05) VALUE ZERO.
014600    01  WS-STATUS-AUDIT         PIC X(09).
014700    01  WS-MOTIVO-AUDIT         PIC X(04).
014800    01  WS-ANO-LETIVO           PIC 9(04) VALUE ZERO.
014900    01  WS-SEMESTRE             PIC 9(01) VALUE ZERO.
015000    01  WS-TERMO-STATUS         PIC X(07).
015100
015200*   KEY AND VALUES OF THE ENROLLMENT BEING MAINTAINED.
015300    01  WS-MATRICULA-ALVO       PIC X(10).
015400    01  WS-CURSO-ALVO           PIC X(06).
015500    01  WS-CURSO-DESTINO        PIC X(06).
015550    01  WS-TURMA-NOVA           PIC X(02).
015600    01  WS-NOME-NOVO            PIC A(15).
015700    01  WS-MOTIVO-TRANC         PIC X(30).
015800    01  WS-DATA-ENTRADA         PIC X(08).
015900    01  WS-DATA-ENTRADA-NUM REDEFINES WS-DATA-ENTRADA
016000                                PIC 9(08).
016100    01  WS-DATA-TRANC.
016200        05  WS-DTR-ANO          PIC 9(04).
016300        05  WS-DTR-MES          PIC 9(02).
016400        05  WS-DTR-DIA          PIC 9(02).
016500    01  WS-DATA-TRANC-NUM REDEFINES WS-DATA-TRANC
016600                                PIC 9(08).
016700    01  WS-LISTA-DATA-ED        PIC 9999/99/99.
016733    01  WS-DC-AUX               PIC 9(05) VALUE ZERO.
016766    01  WS-DC-PARCELA           PIC 9(07) VALUE ZERO.
016800
016900*   RECORD IMAGES FOR THE CHANGE-HISTORY LOG, LAID OUT THE SAME
017000*   WAY AS THE ENROLL-MASTER RECORD ITSELF.
017100    01  WS-IMAGEM.
017200        05  IMG-MATRICULA       PIC X(10).
017300        05  IMG-CURSO           PIC X(06).
017400        05  IMG-NOME            PIC A(15).
017500        05  IMG-SITUACAO        PIC X(01).
017600        05  IMG-DATA-TRANC      PIC X(08).
017700        05  IMG-MOTIVO-TRANC    PIC X(30).
017750        05  IMG-TURMA           PIC X(02).
017800    01  WS-IMAGEM-ANTES         PIC X(72).
017900    01  WS-IMAGEM-DEPOIS        PIC X(72).
018000
018100*   IN-CORE IMAGE OF ENROLL-MASTER, LOADED AT START OF SESSION
018200*   AND REWRITTEN AT END OF SESSION. THE DATE OF A TRANCAMENTO
018300*   IS KEPT AS TEXT SO AN ACTIVE RECORD (NO DATE) ROUND-TRIPS
018400*   UNCHANGED.
018500    01  WS-EN-QTD               PIC 9(05) VALUE ZERO.
018600    01  WS-EN-IDX               PIC 9(05) VALUE ZERO.
018700    01  WS-EN-MAX               PIC 9(05) VALUE 20000.
018800    01  WS-EN-POS               PIC 9(05) VALUE ZERO.
018850    01  WS-EN-SALVO             PIC 9(05) VALUE ZERO.
018900    01  WS-EN-TABELA.
019000        05  WS-EN-ENTRADA OCCURS 20000 TIMES.
019100            10  WS-EN-MATRICULA PIC X(10).
019200            10  WS-EN-CURSO     PIC X(06).
019300            10  WS-EN-NOME      PIC A(15).
019400            10  WS-EN-SITUACAO  PIC X(01).
019500            10  WS-EN-DATA-TRANC
019600                                PIC X(08).
019700            10  WS-EN-MOTIVO    PIC X(30).
019750            10  WS-EN-TURMA     PIC X(02).
019800
019900*   DISCIPLINES REGISTERED ON CONTROL-FILE: NOBODY IS ENROLLED
020000*   OR TRANSFERRED INTO A DISCIPLINE THE GRADING RUN DOES NOT
020100*   KNOW.
020200    01  WS-CT-QTD               PIC 9(03) VALUE ZERO.
020300    01  WS-CT-IDX               PIC 9(03) VALUE ZERO.
020400    01  WS-CT-MAX               PIC 9(03) VALUE 500.
020500    01  WS-CT-TABELA.
020600        05  WS-CT-CURSO         PIC X(06) OCCURS 500 TIMES.
020609*   TURMAS REGISTERED ON THE ASSIGNMENT FILE. A DISCIPLINE WITH
020618*   TURMAS THERE TAKES NO OTHER; ONE WITHOUT TAKES ANY CODE, SINCE
020627*   ITS ASSIGNMENT MAY NOT HAVE BEEN REGISTERED YET.
020636    01  WS-TU-QTD               PIC 9(04) VALUE ZERO.
020645    01  WS-TU-IDX               PIC 9(04) VALUE ZERO.
020654    01  WS-TU-MAX               PIC 9(04) VALUE 2000.
020663    01  WS-TU-TABELA.
020672        05  WS-TU-ENTRADA OCCURS 2000 TIMES.
020681            10  WS-TU-CURSO     PIC X(06).
020690            10  WS-TU-TURMA     PIC X(02).
020700
020800    01  WS-INDICADORES.
020900        05  WS-EOF-ENROLL-SW    PIC X(01) VALUE "N".
021000            88  EOF-ENROLL                 VALUE "Y".
021100        05  WS-EOF-CONTROL-SW   PIC X(01) VALUE "N".
021200            88  EOF-CONTROL                VALUE "Y".
021300        05  WS-FIM-SESSAO-SW    PIC X(01) VALUE "N".
021400            88  FIM-SESSAO                 VALUE "Y".
021500        05  WS-EN-ACHADO-SW     PIC X(01) VALUE "N".
021600            88  EN-ACHADO                  VALUE "Y".
021700        05  WS-CURSO-ACHADO-SW  PIC X(01) VALUE "N".
021800            88  CURSO-ACHADO               VALUE "Y".
021900        05  WS-VALOR-OK-SW      PIC X(01) VALUE "N".
022000            88  VALOR-OK                   VALUE "Y".
022100        05  WS-EN-ESTOURO-SW    PIC X(01) VALUE "N".
022200            88  EN-ESTOURO                 VALUE "Y".
022300        05  WS-CT-ESTOURO-SW    PIC X(01) VALUE "N".
022400            88  CT-ESTOURO                 VALUE "Y".
022500        05  WS-OPER-OK-SW       PIC X(01) VALUE "N".
022600            88  OPERADOR-AUTORIZADO        VALUE "Y".
022700        05  WS-OPER-ACHADO-SW   PIC X(01) VALUE "N".
022800            88  OPERADOR-ACHADO            VALUE "Y".
022900        05  WS-EOF-OPER-SW      PIC X(01) VALUE "N".
023000            88  EOF-OPERADORES             VALUE "Y".
023100        05  WS-EOF-BAK-SW       PIC X(01) VALUE "N".
023200            88  EOF-BACKUP                 VALUE "Y".
023300        05  WS-SEM-COPIA-SW     PIC X(01) VALUE "N".
023400            88  COPIA-DISPENSADA           VALUE "Y".
023500        05  WS-EOF-TERMO-SW     PIC X(01) VALUE "N".
023600            88  EOF-TERMOS                 VALUE "Y".
023700        05  WS-TERMO-OK-SW      PIC X(01) VALUE "N".
023800            88  TERMO-ABERTO               VALUE "Y".
023900        05  WS-GM-ABERTO-SW     PIC X(01) VALUE "N".
024000            88  GM-ABERTO                  VALUE "Y".
024100        05  WS-GM-ACHADO-SW     PIC X(01) VALUE "N".
024200            88  GM-ACHADO                  VALUE "Y".
024300        05  WS-POSTAGEM-OK-SW   PIC X(01) VALUE "N".
024400            88  POSTAGEM-OK                VALUE "Y".
024414        05  WS-EOF-ATRIB-SW     PIC X(01) VALUE "N".
024428            88  EOF-ATRIBUICAO             VALUE "Y".
024442        05  WS-TU-ACHADO-SW     PIC X(01) VALUE "N".
024456            88  TU-ACHADO                  VALUE "Y".
024470        05  WS-TU-CURSO-SW      PIC X(01) VALUE "N".
024484            88  CURSO-COM-TURMAS           VALUE "Y".
024485        05  WS-DATA-OK-SW       PIC X(01) VALUE "N".
024486            88  DATA-VALIDA                VALUE "Y".
024487        05  WS-REMOCAO-OK-SW    PIC X(01) VALUE "N".
024488            88  REMOCAO-OK                 VALUE "Y".
024489        05  WS-GRAVACAO-OK-SW   PIC X(01) VALUE "N".
024490            88  GRAVACAO-OK                VALUE "Y".
024491        05  WS-BACKUP-FEITO-SW  PIC X(01) VALUE "N".
024492            88  BACKUP-FEITO               VALUE "Y".
024493        05  WS-REGRAVAR-SW      PIC X(01) VALUE "N".
024494            88  REGRAVACAO-PENDENTE        VALUE "Y".
024500
024600    PROCEDURE DIVISION.
024700    0000-MAINLINE.
024800        PERFORM 0090-ABRIR-AUDIT THRU 0090-ABRIR-AUDIT-EXIT
024900        PERFORM 0050-IDENTIFICAR-OPERADOR
025000            THRU 0050-IDENTIFICAR-OPERADOR-EXIT
025100        IF WS-PERM-MATRIC NOT = "S"
025200            DISPLAY "OPERADOR SEM PERMISSAO PARA MANUTENCAO DE "
025300                "MATRICULAS - EXECUCAO ENCERRADA"
025400            PERFORM 0058-GRAVAR-ACESSO-NEGADO
025500                THRU 0058-GRAVAR-ACESSO-NEGADO-EXIT
025600            CLOSE AUDIT-LOG
025700            STOP RUN
025800        END-IF
025900        PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
026000        PERFORM 2000-MENU THRU 2000-MENU-EXIT
026100            UNTIL FIM-SESSAO
026200        PERFORM 9000-REGRAVAR-MATRICULAS
026300            THRU 9000-REGRAVAR-MATRICULAS-EXIT
026400        CLOSE HISTORIA-FILE
026500        CLOSE AUDIT-LOG
026600        DISPLAY "MANUTENCAO ENCERRADA - " WS-QTD-ALTERACOES
026700            " ALTERACOES - ENROLL-MASTER GRAVADO"
026800        STOP RUN.
026900
027000******************************************************************
027100* 0090-ABRIR-AUDIT - OPENS AUDIT-LOG IN EXTEND MODE, CREATING IT
027200*     ON FIRST USE, AND STOPS THE RUN IF NEITHER IS POSSIBLE:
027300*     CHANGING ENROLLMENTS WITHOUT AN AUDIT TRAIL IS NOT ALLOWED.
027400******************************************************************
027500    0090-ABRIR-AUDIT.
027600        OPEN EXTEND AUDIT-LOG
027700        IF WS-FS-AUDIT NOT = "00"
027800            OPEN OUTPUT AUDIT-LOG
027900        END-IF
028000        IF WS-FS-AUDIT NOT = "00"
028100            DISPLAY "AUDIT-LOG NAO PODE SER ABERTO - STATUS "
028200                WS-FS-AUDIT
028300            STOP RUN
028400        END-IF.
028500    0090-ABRIR-AUDIT-EXIT.
028600        EXIT.
028700
028800******************************************************************
028900* 0050-IDENTIFICAR-OPERADOR - AUTHENTICATES THE OPERATOR AGAINST
029000*     OPERATOR-FILE THE SAME WAY THE GRADING PROGRAM DOES: ID
029100*     AND SENHA, UP TO THREE ATTEMPTS, EVERY REFUSAL LOGGED.
029200******************************************************************
029300    0050-IDENTIFICAR-OPERADOR.
029400        MOVE ZERO TO WS-TENTATIVAS
029500        MOVE "N" TO WS-OPER-OK-SW
029600        PERFORM 0055-TENTAR-ACESSO THRU 0055-TENTAR-ACESSO-EXIT
029700            UNTIL OPERADOR-AUTORIZADO OR WS-TENTATIVAS >= 3
029800        IF NOT OPERADOR-AUTORIZADO
029900            DISPLAY "ACESSO NEGADO - EXECUCAO ENCERRADA"
030000            CLOSE AUDIT-LOG
030100            STOP RUN
030200        END-IF.
030300    0050-IDENTIFICAR-OPERADOR-EXIT.
030400        EXIT.
030500
030600    0055-TENTAR-ACESSO.
030700        ADD 1 TO WS-TENTATIVAS
030800        DISPLAY "INFORME O ID DO OPERADOR:"
030900        ACCEPT WS-OPERADOR
031000        DISPLAY "INFORME A SENHA:"
031100        MOVE SPACES TO WS-SENHA
031200        ACCEPT WS-SENHA
031300        PERFORM 0056-PROCURAR-OPERADOR
031400            THRU 0056-PROCURAR-OPERADOR-EXIT
031500        IF NOT OPERADOR-ACHADO
031600            DISPLAY "OPERADOR DESCONHECIDO"
031700            PERFORM 0058-GRAVAR-ACESSO-NEGADO
031800                THRU 0058-GRAVAR-ACESSO-NEGADO-EXIT
031900            GO TO 0055-TENTAR-ACESSO-EXIT
032000        END-IF
032100        IF WS-OP-SENHA NOT = WS-SENHA
032200            DISPLAY "SENHA INCORRETA"
032300            PERFORM 0058-GRAVAR-ACESSO-NEGADO
032400                THRU 0058-GRAVAR-ACESSO-NEGADO-EXIT
032500        ELSE
032600            MOVE "Y" TO WS-OPER-OK-SW
032700        END-IF.
032800    0055-TENTAR-ACESSO-EXIT.
032900        EXIT.
033000
033100    0056-PROCURAR-OPERADOR.
033200        MOVE "N" TO WS-OPER-ACHADO-SW
033300        MOVE "N" TO WS-EOF-OPER-SW
033400        OPEN INPUT OPERATOR-FILE
033500        IF WS-FS-OPERADOR NOT = "00"
033600            DISPLAY "OPERATOR-FILE NAO ENCONTRADO - STATUS "
033700                WS-FS-OPERADOR
033800            DISPLAY "EXECUCAO NAO AUTORIZADA SEM O CADASTRO "
033900                "DE OPERADORES"
034000            CLOSE AUDIT-LOG
034100            STOP RUN
034200        END-IF
034300        PERFORM 0057-LER-OPERADOR THRU 0057-LER-OPERADOR-EXIT
034400            UNTIL EOF-OPERADORES OR OPERADOR-ACHADO
034500        CLOSE OPERATOR-FILE.
034600    0056-PROCURAR-OPERADOR-EXIT.
034700        EXIT.
034800
034900    0057-LER-OPERADOR.
035000        READ OPERATOR-FILE
035100            AT END
035200                MOVE "Y" TO WS-EOF-OPER-SW
035300            NOT AT END
035400                IF OP-ID = WS-OPERADOR
035500                    MOVE "Y" TO WS-OPER-ACHADO-SW
035600                    MOVE OP-SENHA       TO WS-OP-SENHA
035700                    MOVE OP-PERM-MATRIC TO WS-PERM-MATRIC
035800                END-IF
035900        END-READ.
036000    0057-LER-OPERADOR-EXIT.
036100        EXIT.
036200
036300******************************************************************
036400* 0058-GRAVAR-ACESSO-NEGADO - RECORDS A NEGADO AUDIT-LOG ENTRY
036500*     FOR A REFUSED ACCESS, UNDER THE ID THAT WAS TYPED.
036600******************************************************************
036700    0058-GRAVAR-ACESSO-NEGADO.
036800        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
036900        ACCEPT WS-HORA-AGORA FROM TIME
037000        MOVE SPACES          TO AUDIT-RECORD
037100        MOVE WS-DATA-HOJE    TO AU-DATA
037200        MOVE WS-HORA-AGORA   TO AU-HORA
037300        MOVE WS-OPERADOR     TO AU-OPERADOR
037400        MOVE SPACES          TO AU-MATRICULA
037500        MOVE "ACESSO NEGADO"  TO AU-NOME
037600        MOVE ZERO            TO AU-NOTA1 AU-NOTA2 AU-NOTA3
037700                                AU-NOTA4 AU-RESULTADO
037800        MOVE "NEGADO   "     TO AU-STATUS
037900        MOVE ZERO            TO AU-EXECUCAO
038000        PERFORM 9700-GRAVAR-AUDITORIA
038050            THRU 9700-GRAVAR-AUDITORIA-EXIT.
038100    0058-GRAVAR-ACESSO-NEGADO-EXIT.
038200        EXIT.
038300
038400******************************************************************
038500* 1000-INICIALIZAR - LOADS ENROLL-MASTER INTO WS-EN-TABELA AND
038600*     THE DISCIPLINE CODES OF CONTROL-FILE, AND OPENS THE
038700*     CHANGE-HISTORY LOG IN EXTEND MODE SO EVERY SESSION ADDS TO
038800*     ONE CONTINUOUS TRAIL.
038900******************************************************************
039000    1000-INICIALIZAR.
039100        MOVE ZERO TO WS-EN-QTD
039200        OPEN INPUT ENROLL-MASTER
039300        IF WS-FS-ENROLL NOT = "00"
039400            DISPLAY "ENROLL-MASTER NAO ENCONTRADO - SERA CRIADO "
039500                "AO ENCERRAR"
039600        ELSE
039700            PERFORM 1100-LER-MATRICULA
039800                THRU 1100-LER-MATRICULA-EXIT
039900                UNTIL EOF-ENROLL
040000            CLOSE ENROLL-MASTER
040100            IF EN-ESTOURO
040200                DISPLAY "ENROLL-MASTER EXCEDE A TABELA EM "
040300                    "MEMORIA - SESSAO ENCERRADA SEM REGRAVAR "
040400                    "O ARQUIVO"
040500                CLOSE AUDIT-LOG
040600                STOP RUN
040700            END-IF
040800        END-IF
040900        MOVE ZERO TO WS-CT-QTD
041000        OPEN INPUT CONTROL-FILE
041100        IF WS-FS-CONTROL NOT = "00"
041200            DISPLAY "CONTROL-FILE NAO ENCONTRADO - STATUS "
041300                WS-FS-CONTROL
041400            DISPLAY "CADASTRE AS DISCIPLINAS NA MANUTENCAO DO "
041500                "CONTROL-FILE ANTES DAS MATRICULAS"
041600            CLOSE AUDIT-LOG
041700            STOP RUN
041800        END-IF
041900        PERFORM 1200-LER-CONTROLE THRU 1200-LER-CONTROLE-EXIT
042000            UNTIL EOF-CONTROL
042100        CLOSE CONTROL-FILE
042200        IF CT-ESTOURO
042300            DISPLAY "CONTROL-FILE EXCEDE A TABELA EM MEMORIA - "
042400                "SESSAO ENCERRADA"
042500            CLOSE AUDIT-LOG
042600            STOP RUN
042700        END-IF
042800        OPEN EXTEND HISTORIA-FILE
042900        IF WS-FS-HISTORIA NOT = "00"
043000            OPEN OUTPUT HISTORIA-FILE
043100        END-IF
043200        IF WS-FS-HISTORIA NOT = "00"
043300            DISPLAY "ENRHIST NAO PODE SER ABERTO - STATUS "
043400                WS-FS-HISTORIA
043500            CLOSE AUDIT-LOG
043600            STOP RUN
043700        END-IF
043800        PERFORM 1300-CARREGAR-TERMO THRU 1300-CARREGAR-TERMO-EXIT
043833        PERFORM 1400-CARREGAR-TURMAS
043866            THRU 1400-CARREGAR-TURMAS-EXIT.
043900    1000-INICIALIZAR-EXIT.
044000        EXIT.
044100
044200******************************************************************
044300* 1100-LER-MATRICULA - READS ONE ENROLL-MASTER RECORD INTO THE
044400*     NEXT FREE WS-EN-TABELA ENTRY. RECORDS WRITTEN BEFORE THE
044500*     SITUACAO EXISTED COME BACK AS ACTIVE ("A").
044600******************************************************************
044700    1100-LER-MATRICULA.
044800        READ ENROLL-MASTER
044900            AT END
045000                MOVE "Y" TO WS-EOF-ENROLL-SW
045100            NOT AT END
045200                IF WS-EN-QTD >= WS-EN-MAX
045300                    MOVE "Y" TO WS-EN-ESTOURO-SW
045400                    DISPLAY "TABELA DE MATRICULAS CHEIA - "
045500                        "REGISTRO " EN-MATRICULA " NAO CARREGADO"
045600                ELSE
045700                    ADD 1 TO WS-EN-QTD
045800                    MOVE EN-MATRICULA
045900                        TO WS-EN-MATRICULA (WS-EN-QTD)
046000                    MOVE EN-CURSO TO WS-EN-CURSO (WS-EN-QTD)
046100                    MOVE EN-NOME  TO WS-EN-NOME (WS-EN-QTD)
046150                    MOVE EN-TURMA TO WS-EN-TURMA (WS-EN-QTD)
046200                    IF EN-TRANCADO
046300                        MOVE "T" TO WS-EN-SITUACAO (WS-EN-QTD)
046400                        MOVE EN-DATA-TRANC
046500                            TO WS-EN-DATA-TRANC (WS-EN-QTD)
046600                        MOVE EN-MOTIVO-TRANC
046700                            TO WS-EN-MOTIVO (WS-EN-QTD)
046800                    ELSE
046900                        MOVE "A" TO WS-EN-SITUACAO (WS-EN-QTD)
047000                        MOVE SPACES
047100                            TO WS-EN-DATA-TRANC (WS-EN-QTD)
047200                        MOVE SPACES TO WS-EN-MOTIVO (WS-EN-QTD)
047300                    END-IF
047400                END-IF
047500        END-READ.
047600    1100-LER-MATRICULA-EXIT.
047700        EXIT.
047800
047900    1200-LER-CONTROLE.
048000        READ CONTROL-FILE
048100            AT END
048200                MOVE "Y" TO WS-EOF-CONTROL-SW
048300            NOT AT END
048400                IF WS-CT-QTD >= WS-CT-MAX
048500                    MOVE "Y" TO WS-CT-ESTOURO-SW
048600                ELSE
048700                    ADD 1 TO WS-CT-QTD
048800                    MOVE CTL-CURSO TO WS-CT-CURSO (WS-CT-QTD)
048900                END-IF
049000        END-READ.
049100    1200-LER-CONTROLE-EXIT.
049200        EXIT.
049300
049400******************************************************************
049500* 1300-CARREGAR-TERMO - READS TERM-FILE AND KEEPS THE LAST TERM
049600*     REGISTERED. ONLY AN "ABERTO " TERM TAKES TRANCAMENTO
049700*     POSTINGS; WITHOUT ONE THE OTHER OPTIONS STILL WORK.
049800******************************************************************
049900    1300-CARREGAR-TERMO.
050000        MOVE "N" TO WS-EOF-TERMO-SW
050100        MOVE "N" TO WS-TERMO-OK-SW
050200        OPEN INPUT TERM-FILE
050300        IF WS-FS-TERMO NOT = "00"
050400            DISPLAY "TERM-FILE NAO ENCONTRADO - TRANCAMENTOS "
050500                "INDISPONIVEIS NESTA SESSAO"
050600            GO TO 1300-CARREGAR-TERMO-EXIT
050700        END-IF
050800        PERFORM 1310-LER-TERMO THRU 1310-LER-TERMO-EXIT
050900            UNTIL EOF-TERMOS
051000        CLOSE TERM-FILE
051100        IF WS-ANO-LETIVO = ZERO
051200            DISPLAY "TERM-FILE VAZIO - TRANCAMENTOS "
051300                "INDISPONIVEIS NESTA SESSAO"
051400            GO TO 1300-CARREGAR-TERMO-EXIT
051500        END-IF
051600        IF WS-TERMO-STATUS NOT = "ABERTO "
051700            DISPLAY "TERMO " WS-ANO-LETIVO "/" WS-SEMESTRE
051800                " FECHADO - TRANCAMENTOS INDISPONIVEIS NESTA "
051900                "SESSAO"
052000            GO TO 1300-CARREGAR-TERMO-EXIT
052100        END-IF
052200        MOVE "Y" TO WS-TERMO-OK-SW.
052300    1300-CARREGAR-TERMO-EXIT.
052400        EXIT.
052500
052600    1310-LER-TERMO.
052700        READ TERM-FILE
052800            AT END
052900                MOVE "Y" TO WS-EOF-TERMO-SW
053000            NOT AT END
053100                MOVE TRM-ANO    TO WS-ANO-LETIVO
053200                MOVE TRM-SEM    TO WS-SEMESTRE
053300                MOVE TRM-STATUS TO WS-TERMO-STATUS
053400        END-READ.
053500    1310-LER-TERMO-EXIT.
053600        EXIT.
053603******************************************************************
053606* 1400-CARREGAR-TURMAS - LOADS THE DISCIPLINE AND TURMA OF EVERY
053609*     ASSIGNMENT-FILE RECORD. WITHOUT THE FILE NO TURMA CAN BE
053612*     CHECKED AND ANY CODE TYPED IS TAKEN.
053615******************************************************************
053618    1400-CARREGAR-TURMAS.
053621        MOVE ZERO TO WS-TU-QTD
053624        OPEN INPUT ASSIGNMENT-FILE
053627        IF WS-FS-ATRIBUICAO NOT = "00"
053630            DISPLAY "ASSIGNMENT-FILE NAO ENCONTRADO - TURMAS NAO "
053633                "CONFERIDAS NESTA SESSAO"
053636            GO TO 1400-CARREGAR-TURMAS-EXIT
053639        END-IF
053642        PERFORM 1410-LER-TURMA THRU 1410-LER-TURMA-EXIT
053645            UNTIL EOF-ATRIBUICAO
053648        CLOSE ASSIGNMENT-FILE.
053651    1400-CARREGAR-TURMAS-EXIT.
053654        EXIT.
053657
053660    1410-LER-TURMA.
053663        READ ASSIGNMENT-FILE
053666            AT END
053669                MOVE "Y" TO WS-EOF-ATRIB-SW
053672            NOT AT END
053675                IF WS-TU-QTD < WS-TU-MAX
053678                    ADD 1 TO WS-TU-QTD
053681                    MOVE ATR-CURSO TO WS-TU-CURSO (WS-TU-QTD)
053684                    MOVE ATR-TURMA TO WS-TU-TURMA (WS-TU-QTD)
053687                END-IF
053690        END-READ.
053693    1410-LER-TURMA-EXIT.
053696        EXIT.
053700
053800******************************************************************
053900* 2000-MENU - SHOWS THE MAINTENANCE MENU AND DISPATCHES THE
054000*     OPTION CHOSEN.
054100******************************************************************
054200    2000-MENU.
054300        DISPLAY " "
054400        DISPLAY "MANUTENCAO DO ENROLL-MASTER:"
054500        DISPLAY "  (1) INCLUIR MATRICULA"
054600        DISPLAY "  (2) EXCLUIR MATRICULA"
054700        DISPLAY "  (3) TRANSFERIR DE DISCIPLINA"
054800        DISPLAY "  (4) REGISTRAR TRANCAMENTO"
054900        DISPLAY "  (5) CANCELAR TRANCAMENTO"
055000        DISPLAY "  (6) LISTAR MATRICULADOS DA DISCIPLINA"
055050        DISPLAY "  (7) TROCAR DE TURMA"
055100        DISPLAY "  (9) ENCERRAR"
055200        ACCEPT WS-OPCAO
055300        IF WS-OPCAO = "1"
055400            PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
055500        ELSE
055600            IF WS-OPCAO = "2"
055700                PERFORM 4000-EXCLUIR THRU 4000-EXCLUIR-EXIT
055800            ELSE
055900                IF WS-OPCAO = "3"
056000                    PERFORM 5000-TRANSFERIR
056100                        THRU 5000-TRANSFERIR-EXIT
056200                ELSE
056300                    IF WS-OPCAO = "4"
056400                        PERFORM 5500-TRANCAR
056500                            THRU 5500-TRANCAR-EXIT
056600                    ELSE
056700                        IF WS-OPCAO = "5"
056800                            PERFORM 5700-REATIVAR
056900                                THRU 5700-REATIVAR-EXIT
057000                        ELSE
057100                            IF WS-OPCAO = "6"
057200                                PERFORM 5900-LISTAR
057300                                    THRU 5900-LISTAR-EXIT
057400                            ELSE
057500                                IF WS-OPCAO = "7"
057510                                    PERFORM 5800-MUDAR-TURMA
057520                                        THRU 5800-MUDAR-TURMA-EXIT
057530                                ELSE
057540                                    IF WS-OPCAO = "9"
057550                                        MOVE "Y"
057560                                            TO WS-FIM-SESSAO-SW
057570                                    ELSE
057580                                        DISPLAY "OPCAO INVALIDA"
057590                                    END-IF
057600                                END-IF
058000                            END-IF
058100                        END-IF
058200                    END-IF
058300                END-IF
058400            END-IF
058500        END-IF.
058600    2000-MENU-EXIT.
058700        EXIT.
058800
058900******************************************************************
059000* 3000-INCLUIR - ENROLLS A STUDENT IN A DISCIPLINE REGISTERED ON
059100*     CONTROL-FILE, AFTER CHECKING THE PAIR IS NOT ALREADY ON
059200*     FILE, AND LOGS THE INCLUSION.
059300******************************************************************
059400    3000-INCLUIR.
059500        PERFORM 6000-OBTER-CHAVE THRU 6000-OBTER-CHAVE-EXIT
059600        IF WS-MATRICULA-ALVO = SPACES OR WS-CURSO-ALVO = SPACES
059700            GO TO 3000-INCLUIR-EXIT
059800        END-IF
059900        IF EN-ACHADO
060000            DISPLAY "MATRICULA " WS-MATRICULA-ALVO " JA CONSTA "
060100                "NA DISCIPLINA " WS-CURSO-ALVO
060200            GO TO 3000-INCLUIR-EXIT
060300        END-IF
060400        PERFORM 6200-CONFERIR-DISCIPLINA
060500            THRU 6200-CONFERIR-DISCIPLINA-EXIT
060600        IF NOT CURSO-ACHADO
060700            DISPLAY "DISCIPLINA " WS-CURSO-ALVO " NAO CADASTRADA "
060800                "NO CONTROL-FILE - INCLUSAO NEGADA"
060900            GO TO 3000-INCLUIR-EXIT
061000        END-IF
061100        IF WS-EN-QTD >= WS-EN-MAX
061200            DISPLAY "TABELA DE MATRICULAS CHEIA - INCLUSAO NEGADA"
061300            GO TO 3000-INCLUIR-EXIT
061400        END-IF
061500        MOVE SPACES TO WS-NOME-NOVO
061600        PERFORM 6300-LER-NOME THRU 6300-LER-NOME-EXIT
061700            UNTIL WS-NOME-NOVO NOT = SPACES
061725        MOVE "N" TO WS-VALOR-OK-SW
061750        PERFORM 6900-LER-TURMA THRU 6900-LER-TURMA-EXIT
061775            UNTIL VALOR-OK
061800        ADD 1 TO WS-EN-QTD
061900        MOVE WS-EN-QTD TO WS-EN-IDX
062000        MOVE WS-MATRICULA-ALVO TO WS-EN-MATRICULA (WS-EN-IDX)
062100        MOVE WS-CURSO-ALVO     TO WS-EN-CURSO (WS-EN-IDX)
062200        MOVE WS-NOME-NOVO      TO WS-EN-NOME (WS-EN-IDX)
062300        MOVE "A"               TO WS-EN-SITUACAO (WS-EN-IDX)
062400        MOVE SPACES            TO WS-EN-DATA-TRANC (WS-EN-IDX)
062500        MOVE SPACES            TO WS-EN-MOTIVO (WS-EN-IDX)
062550        MOVE WS-TURMA-NOVA     TO WS-EN-TURMA (WS-EN-IDX)
062600        MOVE SPACES TO WS-IMAGEM-ANTES
062700        PERFORM 8100-MONTAR-IMAGEM THRU 8100-MONTAR-IMAGEM-EXIT
062800        MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS
062900        MOVE "INCLUSAO " TO WS-ACAO
063000        MOVE "MATRICULA" TO WS-STATUS-AUDIT
063100        MOVE "INCL" TO WS-MOTIVO-AUDIT
063200        PERFORM 7000-REGISTRAR-ALTERACAO
063300            THRU 7000-REGISTRAR-ALTERACAO-EXIT
063400        DISPLAY "MATRICULA " WS-MATRICULA-ALVO " INCLUIDA NA "
063500            "DISCIPLINA " WS-CURSO-ALVO.
063600    3000-INCLUIR-EXIT.
063700        EXIT.
063800
063900******************************************************************
064000* 4000-EXCLUIR - DROPS AN ACTIVE ENROLLMENT (ENROLLED BY MISTAKE
064100*     OR CANCELLED BEFORE CLASSES), KEEPING THE REMAINING RECORDS
064200*     IN FILE ORDER. A TRANCAMENTO IS NOT DROPPED: IT IS THE
064300*     RECORD OF A WITHDRAWAL THE GRADING RUN MUST POST.
064400******************************************************************
064500    4000-EXCLUIR.
064600        PERFORM 6000-OBTER-CHAVE THRU 6000-OBTER-CHAVE-EXIT
064700        IF WS-MATRICULA-ALVO = SPACES OR WS-CURSO-ALVO = SPACES
064800            GO TO 4000-EXCLUIR-EXIT
064900        END-IF
065000        IF NOT EN-ACHADO
065100            DISPLAY "MATRICULA " WS-MATRICULA-ALVO " NAO CONSTA "
065200                "NA DISCIPLINA " WS-CURSO-ALVO
065300            GO TO 4000-EXCLUIR-EXIT
065400        END-IF
065500        IF WS-EN-SITUACAO (WS-EN-IDX) = "T"
065600            DISPLAY "MATRICULA TRANCADA - CANCELE O TRANCAMENTO "
065700                "ANTES DE EXCLUIR"
065800            GO TO 4000-EXCLUIR-EXIT
065900        END-IF
066000        PERFORM 8100-MONTAR-IMAGEM THRU 8100-MONTAR-IMAGEM-EXIT
066100        MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
066200        MOVE SPACES TO WS-IMAGEM-DEPOIS
066300        PERFORM 4100-DESLOCAR-ENTRADA
066400            THRU 4100-DESLOCAR-ENTRADA-EXIT
066500            UNTIL WS-EN-IDX >= WS-EN-QTD
066600        SUBTRACT 1 FROM WS-EN-QTD
066700        MOVE "EXCLUSAO " TO WS-ACAO
066800        MOVE "EXCLUIDA " TO WS-STATUS-AUDIT
066900        MOVE "EXCL" TO WS-MOTIVO-AUDIT
067000        PERFORM 7000-REGISTRAR-ALTERACAO
067100            THRU 7000-REGISTRAR-ALTERACAO-EXIT
067200        DISPLAY "MATRICULA " WS-MATRICULA-ALVO " EXCLUIDA DA "
067300            "DISCIPLINA " WS-CURSO-ALVO.
067400    4000-EXCLUIR-EXIT.
067500        EXIT.
067600
067700******************************************************************
067800* 4100-DESLOCAR-ENTRADA - SHIFTS THE FOLLOWING TABLE ENTRY OVER
067900*     THE ONE BEING DELETED, PRESERVING FILE ORDER.
068000******************************************************************
068100    4100-DESLOCAR-ENTRADA.
068200        ADD 1 TO WS-EN-IDX
068300        MOVE WS-EN-ENTRADA (WS-EN-IDX)
068400            TO WS-EN-ENTRADA (WS-EN-IDX - 1).
068500    4100-DESLOCAR-ENTRADA-EXIT.
068600        EXIT.
068700
068800******************************************************************
068900* 5000-TRANSFERIR - MOVES AN ACTIVE ENROLLMENT TO ANOTHER
069000*     DISCIPLINE REGISTERED ON CONTROL-FILE, PROVIDED THE STUDENT
069100*     IS NOT ALREADY ENROLLED THERE. THE AUDIT-LOG GETS A PAIR
069200*     OF ENTRIES, ONE NAMING EACH DISCIPLINE.
069300******************************************************************
069400    5000-TRANSFERIR.
069500        PERFORM 6000-OBTER-CHAVE THRU 6000-OBTER-CHAVE-EXIT
069600        IF WS-MATRICULA-ALVO = SPACES OR WS-CURSO-ALVO = SPACES
069700            GO TO 5000-TRANSFERIR-EXIT
069800        END-IF
069900        IF NOT EN-ACHADO
070000            DISPLAY "MATRICULA " WS-MATRICULA-ALVO " NAO CONSTA "
070100                "NA DISCIPLINA " WS-CURSO-ALVO
070200            GO TO 5000-TRANSFERIR-EXIT
070300        END-IF
070400        IF WS-EN-SITUACAO (WS-EN-IDX) = "T"
070500            DISPLAY "MATRICULA TRANCADA NAO PODE SER TRANSFERIDA"
070600            GO TO 5000-TRANSFERIR-EXIT
070700        END-IF
070800        MOVE WS-EN-IDX TO WS-EN-POS
070900        DISPLAY "INFORME A DISCIPLINA DE DESTINO:"
071000        MOVE SPACES TO WS-CURSO-DESTINO
071100        ACCEPT WS-CURSO-DESTINO
071200        IF WS-CURSO-DESTINO = SPACES
071300            OR WS-CURSO-DESTINO = WS-CURSO-ALVO
071400            DISPLAY "DISCIPLINA DE DESTINO INVALIDA - "
071500                "TRANSFERENCIA CANCELADA"
071600            GO TO 5000-TRANSFERIR-EXIT
071700        END-IF
071800        MOVE WS-CURSO-DESTINO TO WS-CURSO-ALVO
071900        PERFORM 6200-CONFERIR-DISCIPLINA
072000            THRU 6200-CONFERIR-DISCIPLINA-EXIT
072100        IF NOT CURSO-ACHADO
072200            DISPLAY "DISCIPLINA " WS-CURSO-DESTINO " NAO "
072300                "CADASTRADA NO CONTROL-FILE - TRANSFERENCIA "
072400                "NEGADA"
072500            GO TO 5000-TRANSFERIR-EXIT
072600        END-IF
072700        PERFORM 6100-PROCURAR-CHAVE THRU 6100-PROCURAR-CHAVE-EXIT
072800        IF EN-ACHADO
072900            DISPLAY "MATRICULA " WS-MATRICULA-ALVO " JA CONSTA "
073000                "NA DISCIPLINA " WS-CURSO-DESTINO
073100                " - TRANSFERENCIA NEGADA"
073200            GO TO 5000-TRANSFERIR-EXIT
073300        END-IF
073325        MOVE "N" TO WS-VALOR-OK-SW
073350        PERFORM 6900-LER-TURMA THRU 6900-LER-TURMA-EXIT
073375            UNTIL VALOR-OK
073400        MOVE WS-EN-POS TO WS-EN-IDX
073500        PERFORM 8100-MONTAR-IMAGEM THRU 8100-MONTAR-IMAGEM-EXIT
073600        MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
073700        MOVE "TRANSF DE" TO WS-STATUS-AUDIT
073800        PERFORM 7200-GRAVAR-AUDIT THRU 7200-GRAVAR-AUDIT-EXIT
073900        MOVE WS-CURSO-DESTINO TO WS-EN-CURSO (WS-EN-IDX)
073950        MOVE WS-TURMA-NOVA TO WS-EN-TURMA (WS-EN-IDX)
074000        MOVE WS-CURSO-DESTINO TO WS-CURSO-ALVO
074100        PERFORM 8100-MONTAR-IMAGEM THRU 8100-MONTAR-IMAGEM-EXIT
074200        MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS
074300        MOVE "TRANSFER " TO WS-ACAO
074400        MOVE "TRANSF P/" TO WS-STATUS-AUDIT
074500        MOVE "TRNF" TO WS-MOTIVO-AUDIT
074600        PERFORM 7000-REGISTRAR-ALTERACAO
074700            THRU 7000-REGISTRAR-ALTERACAO-EXIT
074800        DISPLAY "MATRICULA " WS-MATRICULA-ALVO " TRANSFERIDA "
074900            "PARA A DISCIPLINA " WS-CURSO-DESTINO.
075000    5000-TRANSFERIR-EXIT.
075100        EXIT.
075200
075300******************************************************************
075377* 5500-TRANCAR - REGISTERS THE TRANCAMENTO OF AN ACTIVE
075454*     ENROLLMENT: A VALID DATE AND A REASON ARE DEMANDED. FROM
075531*     THEN ON THE STUDENT STANDS ON GRADE-MASTER AS TRANCADO, WITH
075608*     NO RESULT, IN THE OPEN TERM, AND THE GRADING RUN KEEPS IT SO
075685*     WHATEVER NOTAS A ROSTER MAY CARRY. A STUDENT ALREADY GRADED
075762*     IN THE TERM CANNOT BE WITHDRAWN. ENROLL-MASTER IS REWRITTEN
075839*     FIRST AND THE POSTING ONLY MADE ONCE IT IS ON DISK; A FAILED
075916*     POSTING PUTS THE ENROLLMENT BACK AS IT WAS.
076000******************************************************************
076100    5500-TRANCAR.
076200        PERFORM 6000-OBTER-CHAVE THRU 6000-OBTER-CHAVE-EXIT
076300        IF WS-MATRICULA-ALVO = SPACES OR WS-CURSO-ALVO = SPACES
076400            GO TO 5500-TRANCAR-EXIT
076500        END-IF
076600        IF NOT EN-ACHADO
076700            DISPLAY "MATRICULA " WS-MATRICULA-ALVO " NAO CONSTA "
076800                "NA DISCIPLINA " WS-CURSO-ALVO
076900            GO TO 5500-TRANCAR-EXIT
077000        END-IF
077100        IF WS-EN-SITUACAO (WS-EN-IDX) = "T"
077200            DISPLAY "MATRICULA JA TRANCADA EM "
077300                WS-EN-DATA-TRANC (WS-EN-IDX)
077400            GO TO 5500-TRANCAR-EXIT
077500        END-IF
077600        IF NOT TERMO-ABERTO
077700            DISPLAY "NENHUM TERMO LETIVO ABERTO - TRANCAMENTO "
077800                "NAO REGISTRADO"
077900            GO TO 5500-TRANCAR-EXIT
078000        END-IF
078100        PERFORM 6600-LER-POSTAGEM THRU 6600-LER-POSTAGEM-EXIT
078200        IF NOT GM-ABERTO
078300            GO TO 5500-TRANCAR-EXIT
078400        END-IF
078500        IF GM-ACHADO AND GM-STATUS NOT = "TRANCADO "
078600            DISPLAY "ALUNO JA APURADO NO TERMO " WS-ANO-LETIVO "/"
078700                WS-SEMESTRE " COM STATUS " GM-STATUS
078800            DISPLAY "TRANCAMENTO RECUSADO - A POSTAGEM EXISTENTE "
078900                "PREVALECE"
079000            CLOSE GRADE-MASTER
079100            GO TO 5500-TRANCAR-EXIT
079200        END-IF
079300        MOVE "N" TO WS-VALOR-OK-SW
079400        PERFORM 6400-LER-DATA THRU 6400-LER-DATA-EXIT
079500            UNTIL VALOR-OK
079600        MOVE SPACES TO WS-MOTIVO-TRANC
079700        PERFORM 6500-LER-MOTIVO THRU 6500-LER-MOTIVO-EXIT
079800            UNTIL WS-MOTIVO-TRANC NOT = SPACES
079848        PERFORM 8100-MONTAR-IMAGEM THRU 8100-MONTAR-IMAGEM-EXIT
079896        MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
079944        MOVE "T" TO WS-EN-SITUACAO (WS-EN-IDX)
079992        MOVE WS-DATA-TRANC TO WS-EN-DATA-TRANC (WS-EN-IDX)
080040        MOVE WS-MOTIVO-TRANC TO WS-EN-MOTIVO (WS-EN-IDX)
080088        PERFORM 9100-GRAVAR-MATRICULAS
080136            THRU 9100-GRAVAR-MATRICULAS-EXIT
080184        IF NOT GRAVACAO-OK
080232            PERFORM 8150-RESTAURAR-ENTRADA
080280                THRU 8150-RESTAURAR-ENTRADA-EXIT
080328            CLOSE GRADE-MASTER
080376            DISPLAY "TRANCAMENTO NAO REGISTRADO"
080424            GO TO 5500-TRANCAR-EXIT
080472        END-IF
080520        PERFORM 6700-POSTAR-TRANCADO
080568            THRU 6700-POSTAR-TRANCADO-EXIT
080616        CLOSE GRADE-MASTER
080664        IF NOT POSTAGEM-OK
080712            PERFORM 8150-RESTAURAR-ENTRADA
080760                THRU 8150-RESTAURAR-ENTRADA-EXIT
080808            PERFORM 9100-GRAVAR-MATRICULAS
080856                THRU 9100-GRAVAR-MATRICULAS-EXIT
080904            GO TO 5500-TRANCAR-EXIT
080952        END-IF
081000        PERFORM 8100-MONTAR-IMAGEM THRU 8100-MONTAR-IMAGEM-EXIT
081100        MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS
081200        MOVE "TRANCAMEN" TO WS-ACAO
081300        MOVE "TRANCADO " TO WS-STATUS-AUDIT
081400        MOVE "TRAN" TO WS-MOTIVO-AUDIT
081500        PERFORM 7000-REGISTRAR-ALTERACAO
081600            THRU 7000-REGISTRAR-ALTERACAO-EXIT
081700        MOVE WS-DATA-TRANC-NUM TO WS-LISTA-DATA-ED
081800        DISPLAY "MATRICULA " WS-MATRICULA-ALVO " TRANCADA NA "
081900            "DISCIPLINA " WS-CURSO-ALVO " EM " WS-LISTA-DATA-ED.
082000    5500-TRANCAR-EXIT.
082100        EXIT.
082200
082300******************************************************************
082362* 5700-REATIVAR - UNDOES A TRANCAMENTO REGISTERED BY MISTAKE,
082424*     RETURNING THE ENROLLMENT TO ACTIVE AND REMOVING ITS
082486*     TRANCADO POSTING FROM THE OPEN TERM. ENROLL-MASTER IS
082548*     REWRITTEN FIRST; WHEN THE POSTING CANNOT BE REMOVED THE
082610*     ENROLLMENT IS PUT BACK AS TRANCADO AND NOTHING IS LOGGED.
082672*     THE OLD DATE AND REASON SURVIVE IN THE BEFORE-IMAGE ON
082734*     ENRHIST.
082800******************************************************************
082900    5700-REATIVAR.
083000        PERFORM 6000-OBTER-CHAVE THRU 6000-OBTER-CHAVE-EXIT
083100        IF WS-MATRICULA-ALVO = SPACES OR WS-CURSO-ALVO = SPACES
083200            GO TO 5700-REATIVAR-EXIT
083300        END-IF
083400        IF NOT EN-ACHADO
083500            DISPLAY "MATRICULA " WS-MATRICULA-ALVO " NAO CONSTA "
083600                "NA DISCIPLINA " WS-CURSO-ALVO
083700            GO TO 5700-REATIVAR-EXIT
083800        END-IF
083900        IF WS-EN-SITUACAO (WS-EN-IDX) NOT = "T"
084000            DISPLAY "MATRICULA NAO ESTA TRANCADA"
084100            GO TO 5700-REATIVAR-EXIT
084200        END-IF
084233        IF NOT TERMO-ABERTO
084266            DISPLAY "NENHUM TERMO LETIVO ABERTO - CANCELAMENTO "
084299                "DO TRANCAMENTO NAO REGISTRADO"
084332            GO TO 5700-REATIVAR-EXIT
084365        END-IF
084398        PERFORM 8100-MONTAR-IMAGEM THRU 8100-MONTAR-IMAGEM-EXIT
084431        MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
084464        MOVE "A" TO WS-EN-SITUACAO (WS-EN-IDX)
084497        MOVE SPACES TO WS-EN-DATA-TRANC (WS-EN-IDX)
084530        MOVE SPACES TO WS-EN-MOTIVO (WS-EN-IDX)
084563        PERFORM 9100-GRAVAR-MATRICULAS
084596            THRU 9100-GRAVAR-MATRICULAS-EXIT
084629        IF NOT GRAVACAO-OK
084662            PERFORM 8150-RESTAURAR-ENTRADA
084695                THRU 8150-RESTAURAR-ENTRADA-EXIT
084728            DISPLAY "CANCELAMENTO DO TRANCAMENTO NAO REGISTRADO"
084761            GO TO 5700-REATIVAR-EXIT
084794        END-IF
084827        PERFORM 6800-REMOVER-TRANCADO
084860            THRU 6800-REMOVER-TRANCADO-EXIT
084893        IF NOT REMOCAO-OK
084926            PERFORM 8150-RESTAURAR-ENTRADA
084959                THRU 8150-RESTAURAR-ENTRADA-EXIT
084992            PERFORM 9100-GRAVAR-MATRICULAS
085025                THRU 9100-GRAVAR-MATRICULAS-EXIT
085058            DISPLAY "POSTAGEM TRANCADO MANTIDA NO GRADE-MASTER - "
085091                "CANCELAMENTO DO TRANCAMENTO NAO REGISTRADO"
085124            GO TO 5700-REATIVAR-EXIT
085157        END-IF
085200        PERFORM 8100-MONTAR-IMAGEM THRU 8100-MONTAR-IMAGEM-EXIT
085300        MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS
085400        MOVE "REATIVADA" TO WS-ACAO
085500        MOVE "REATIVADA" TO WS-STATUS-AUDIT
085600        MOVE "REAT" TO WS-MOTIVO-AUDIT
085700        PERFORM 7000-REGISTRAR-ALTERACAO
085800            THRU 7000-REGISTRAR-ALTERACAO-EXIT
085900        DISPLAY "TRANCAMENTO DA MATRICULA " WS-MATRICULA-ALVO
086000            " NA DISCIPLINA " WS-CURSO-ALVO " CANCELADO".
086100    5700-REATIVAR-EXIT.
086200        EXIT.
086300
086302******************************************************************
086304* 5800-MUDAR-TURMA - MOVES AN ACTIVE ENROLLMENT TO ANOTHER TURMA
086306*     OF THE SAME DISCIPLINE. THE STUDENT'S NOTAS ARE COLLECTED
086308*     FROM THE NEW TURMA'S PROFESSOR FROM THEN ON.
086310******************************************************************
086312    5800-MUDAR-TURMA.
086314        PERFORM 6000-OBTER-CHAVE THRU 6000-OBTER-CHAVE-EXIT
086316        IF WS-MATRICULA-ALVO = SPACES OR WS-CURSO-ALVO = SPACES
086318            GO TO 5800-MUDAR-TURMA-EXIT
086320        END-IF
086322        IF NOT EN-ACHADO
086324            DISPLAY "MATRICULA " WS-MATRICULA-ALVO " NAO CONSTA "
086326                "NA DISCIPLINA " WS-CURSO-ALVO
086328            GO TO 5800-MUDAR-TURMA-EXIT
086330        END-IF
086332        IF WS-EN-SITUACAO (WS-EN-IDX) = "T"
086334            DISPLAY "MATRICULA TRANCADA NAO PODE MUDAR DE TURMA"
086336            GO TO 5800-MUDAR-TURMA-EXIT
086338        END-IF
086340        DISPLAY "TURMA ATUAL: " WS-EN-TURMA (WS-EN-IDX)
086342        MOVE "N" TO WS-VALOR-OK-SW
086344        PERFORM 6900-LER-TURMA THRU 6900-LER-TURMA-EXIT
086346            UNTIL VALOR-OK
086348        IF WS-TURMA-NOVA = WS-EN-TURMA (WS-EN-IDX)
086350            DISPLAY "ALUNO JA ESTA NA TURMA " WS-TURMA-NOVA
086352            GO TO 5800-MUDAR-TURMA-EXIT
086354        END-IF
086356        PERFORM 8100-MONTAR-IMAGEM THRU 8100-MONTAR-IMAGEM-EXIT
086358        MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
086360        MOVE WS-TURMA-NOVA TO WS-EN-TURMA (WS-EN-IDX)
086362        PERFORM 8100-MONTAR-IMAGEM THRU 8100-MONTAR-IMAGEM-EXIT
086364        MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS
086366        MOVE "TURMA    " TO WS-ACAO
086368        MOVE "TURMA    " TO WS-STATUS-AUDIT
086370        MOVE "TURM" TO WS-MOTIVO-AUDIT
086372        PERFORM 7000-REGISTRAR-ALTERACAO
086374            THRU 7000-REGISTRAR-ALTERACAO-EXIT
086376        DISPLAY "MATRICULA " WS-MATRICULA-ALVO " PASSA PARA A "
086378            "TURMA " WS-TURMA-NOVA " DA DISCIPLINA "
086379                WS-CURSO-ALVO.
086380    5800-MUDAR-TURMA-EXIT.
086382        EXIT.
086390
086400******************************************************************
086500* 5900-LISTAR - DISPLAYS EVERY ENROLLMENT OF ONE DISCIPLINE,
086600*     TRANCAMENTOS WITH THEIR DATE AND REASON.
086700******************************************************************
086800    5900-LISTAR.
086900        DISPLAY "INFORME O CODIGO DA DISCIPLINA:"
087000        MOVE SPACES TO WS-CURSO-ALVO
087100        ACCEPT WS-CURSO-ALVO
087200        IF WS-CURSO-ALVO = SPACES
087300            GO TO 5900-LISTAR-EXIT
087400        END-IF
087500        DISPLAY "MATRICULA  NOME            TU SITUACAO"
087600        MOVE 1 TO WS-EN-IDX
087700        PERFORM 5910-LISTAR-ENTRADA
087800            THRU 5910-LISTAR-ENTRADA-EXIT
087900            UNTIL WS-EN-IDX > WS-EN-QTD.
088000    5900-LISTAR-EXIT.
088100        EXIT.
088200
088300    5910-LISTAR-ENTRADA.
088400        IF WS-EN-CURSO (WS-EN-IDX) = WS-CURSO-ALVO
088500            IF WS-EN-SITUACAO (WS-EN-IDX) = "T"
088600                DISPLAY WS-EN-MATRICULA (WS-EN-IDX) " "
088700                    WS-EN-NOME (WS-EN-IDX) " "
088750                    WS-EN-TURMA (WS-EN-IDX) " TRANCADO EM "
088800                    WS-EN-DATA-TRANC (WS-EN-IDX) " - "
088900                    WS-EN-MOTIVO (WS-EN-IDX)
089000            ELSE
089100                DISPLAY WS-EN-MATRICULA (WS-EN-IDX) " "
089200                    WS-EN-NOME (WS-EN-IDX) " "
089250                    WS-EN-TURMA (WS-EN-IDX) " ATIVO"
089300            END-IF
089400        END-IF
089500        ADD 1 TO WS-EN-IDX.
089600    5910-LISTAR-ENTRADA-EXIT.
089700        EXIT.
089800
089900******************************************************************
090000* 6000-OBTER-CHAVE - PROMPTS FOR MATRICULA (BLANK CANCELS THE
090100*     OPERATION) AND DISCIPLINE, AND LOOKS THE PAIR UP ON THE
090200*     TABLE, LEAVING WS-EN-IDX ON IT WHEN FOUND.
090300******************************************************************
090400    6000-OBTER-CHAVE.
090500        MOVE "N" TO WS-EN-ACHADO-SW
090600        MOVE SPACES TO WS-CURSO-ALVO
090700        DISPLAY "INFORME A MATRICULA (BRANCO P/ CANCELAR):"
090800        MOVE SPACES TO WS-MATRICULA-ALVO
090900        ACCEPT WS-MATRICULA-ALVO
091000        IF WS-MATRICULA-ALVO = SPACES
091100            GO TO 6000-OBTER-CHAVE-EXIT
091200        END-IF
091300        DISPLAY "INFORME O CODIGO DA DISCIPLINA:"
091400        ACCEPT WS-CURSO-ALVO
091500        IF WS-CURSO-ALVO = SPACES
091600            GO TO 6000-OBTER-CHAVE-EXIT
091700        END-IF
091800        PERFORM 6100-PROCURAR-CHAVE THRU 6100-PROCURAR-CHAVE-EXIT.
091900    6000-OBTER-CHAVE-EXIT.
092000        EXIT.
092100
092200******************************************************************
092300* 6100-PROCURAR-CHAVE - LOOKS WS-MATRICULA-ALVO + WS-CURSO-ALVO
092400*     UP ON THE TABLE.
092500******************************************************************
092600    6100-PROCURAR-CHAVE.
092700        MOVE "N" TO WS-EN-ACHADO-SW
092800        MOVE 1 TO WS-EN-IDX
092900        PERFORM 6110-COMPARAR-CHAVE THRU 6110-COMPARAR-CHAVE-EXIT
093000            UNTIL EN-ACHADO OR WS-EN-IDX > WS-EN-QTD.
093100    6100-PROCURAR-CHAVE-EXIT.
093200        EXIT.
093300
093400    6110-COMPARAR-CHAVE.
093500        IF WS-EN-MATRICULA (WS-EN-IDX) = WS-MATRICULA-ALVO
093600            AND WS-EN-CURSO (WS-EN-IDX) = WS-CURSO-ALVO
093700            MOVE "Y" TO WS-EN-ACHADO-SW
093800        ELSE
093900            ADD 1 TO WS-EN-IDX
094000        END-IF.
094100    6110-COMPARAR-CHAVE-EXIT.
094200        EXIT.
094300
094400******************************************************************
094500* 6200-CONFERIR-DISCIPLINA - CHECKS WS-CURSO-ALVO IS A DISCIPLINE
094600*     REGISTERED ON CONTROL-FILE.
094700******************************************************************
094800    6200-CONFERIR-DISCIPLINA.
094900        MOVE "N" TO WS-CURSO-ACHADO-SW
095000        MOVE 1 TO WS-CT-IDX
095100        PERFORM 6210-COMPARAR-DISCIPLINA
095200            THRU 6210-COMPARAR-DISCIPLINA-EXIT
095300            UNTIL CURSO-ACHADO OR WS-CT-IDX > WS-CT-QTD.
095400    6200-CONFERIR-DISCIPLINA-EXIT.
095500        EXIT.
095600
095700    6210-COMPARAR-DISCIPLINA.
095800        IF WS-CT-CURSO (WS-CT-IDX) = WS-CURSO-ALVO
095900            MOVE "Y" TO WS-CURSO-ACHADO-SW
096000        ELSE
096100            ADD 1 TO WS-CT-IDX
096200        END-IF.
096300    6210-COMPARAR-DISCIPLINA-EXIT.
096400        EXIT.
096500
096600    6300-LER-NOME.
096700        DISPLAY "INFORME O NOME DO ALUNO:"
096800        ACCEPT WS-NOME-NOVO
096900        IF WS-NOME-NOVO = SPACES
097000            DISPLAY "NOME OBRIGATORIO"
097100        END-IF.
097200    6300-LER-NOME-EXIT.
097300        EXIT.
097400
097500******************************************************************
097575* 6400-LER-DATA - PROMPTS FOR THE TRANCAMENTO DATE (AAAAMMDD,
097650*     BLANK TAKES TODAY) UNTIL A CALENDAR DATE FROM 2000 ON IS
097725*     TYPED.
097800******************************************************************
097900    6400-LER-DATA.
098000        DISPLAY "INFORME A DATA DO TRANCAMENTO AAAAMMDD "
098100            "(BRANCO = HOJE):"
098200        MOVE SPACES TO WS-DATA-ENTRADA
098300        ACCEPT WS-DATA-ENTRADA
098400        IF WS-DATA-ENTRADA = SPACES
098500            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
098600            MOVE WS-DATA-HOJE TO WS-DATA-TRANC-NUM
098700            MOVE "Y" TO WS-VALOR-OK-SW
098800            GO TO 6400-LER-DATA-EXIT
098900        END-IF
099000        IF WS-DATA-ENTRADA IS NOT NUMERIC
099100            DISPLAY "ENTRADA INVALIDA - USE 8 DIGITOS AAAAMMDD"
099200            GO TO 6400-LER-DATA-EXIT
099300        END-IF
099400        MOVE WS-DATA-ENTRADA-NUM TO WS-DATA-TRANC-NUM
099500        PERFORM 6410-VALIDAR-DATA THRU 6410-VALIDAR-DATA-EXIT
099600        IF NOT DATA-VALIDA OR WS-DTR-ANO < 2000
099700            DISPLAY "DATA INVALIDA - USE AAAAMMDD"
099800        ELSE
099900            MOVE "Y" TO WS-VALOR-OK-SW
100000        END-IF.
100100    6400-LER-DATA-EXIT.
100200        EXIT.
100202
100204******************************************************************
100206* 6410-VALIDAR-DATA - SETS DATA-VALIDA WHEN WS-DATA-TRANC IS A
100208*     CALENDAR DATE (LEAP YEARS INCLUDED).
100210******************************************************************
100212    6410-VALIDAR-DATA.
100214        MOVE "N" TO WS-DATA-OK-SW
100216        IF WS-DTR-ANO < 1900 OR WS-DTR-MES < 1 OR WS-DTR-MES > 12
100218            OR WS-DTR-DIA < 1 OR WS-DTR-DIA > 31
100220            GO TO 6410-VALIDAR-DATA-EXIT
100222        END-IF
100224        IF (WS-DTR-MES = 4 OR WS-DTR-MES = 6 OR WS-DTR-MES = 9
100226            OR WS-DTR-MES = 11) AND WS-DTR-DIA > 30
100228            GO TO 6410-VALIDAR-DATA-EXIT
100230        END-IF
100232        IF WS-DTR-MES = 2
100234            IF WS-DTR-DIA > 29
100236                GO TO 6410-VALIDAR-DATA-EXIT
100238            END-IF
100240            IF WS-DTR-DIA = 29
100242                DIVIDE WS-DTR-ANO BY 4 GIVING WS-DC-PARCELA
100244                    REMAINDER WS-DC-AUX
100246                IF WS-DC-AUX NOT = ZERO
100248                    GO TO 6410-VALIDAR-DATA-EXIT
100250                END-IF
100252                DIVIDE WS-DTR-ANO BY 100 GIVING WS-DC-PARCELA
100254                    REMAINDER WS-DC-AUX
100256                IF WS-DC-AUX = ZERO
100258                    DIVIDE WS-DTR-ANO BY 400 GIVING WS-DC-PARCELA
100260                        REMAINDER WS-DC-AUX
100262                    IF WS-DC-AUX NOT = ZERO
100264                        GO TO 6410-VALIDAR-DATA-EXIT
100266                    END-IF
100268                END-IF
100270            END-IF
100272        END-IF
100274        MOVE "Y" TO WS-DATA-OK-SW.
100276    6410-VALIDAR-DATA-EXIT.
100278        EXIT.
100300
100400    6500-LER-MOTIVO.
100500        DISPLAY "INFORME O MOTIVO DO TRANCAMENTO (ATE 30 "
100600            "POSICOES):"
100700        ACCEPT WS-MOTIVO-TRANC
100800        IF WS-MOTIVO-TRANC = SPACES
100900            DISPLAY "MOTIVO OBRIGATORIO"
101000        END-IF.
101100    6500-LER-MOTIVO-EXIT.
101200        EXIT.
101300
101400******************************************************************
101500* 6600-LER-POSTAGEM - OPENS GRADE-MASTER FOR UPDATE AND READS THE
101600*     POSTING OF THE ENROLLMENT IN THE OPEN TERM, IF ANY. THE FILE
101700*     IS LEFT OPEN FOR THE CALLER TO POST AND CLOSE.
101800******************************************************************
101900    6600-LER-POSTAGEM.
102000        MOVE "N" TO WS-GM-ABERTO-SW
102100        MOVE "N" TO WS-GM-ACHADO-SW
102200        OPEN I-O GRADE-MASTER
102300        IF WS-FS-GRADE = "35"
102400            OPEN OUTPUT GRADE-MASTER
102500            IF WS-FS-GRADE = "00"
102600                CLOSE GRADE-MASTER
102700                OPEN I-O GRADE-MASTER
102800            END-IF
102900        END-IF
103000        IF WS-FS-GRADE NOT = "00"
103100            DISPLAY "GRADE-MASTER NAO PODE SER ABERTO - STATUS "
103200                WS-FS-GRADE
103300            GO TO 6600-LER-POSTAGEM-EXIT
103400        END-IF
103500        MOVE "Y" TO WS-GM-ABERTO-SW
103600        MOVE "Y" TO WS-GM-ACHADO-SW
103700        MOVE WS-MATRICULA-ALVO TO GM-MATRICULA
103800        MOVE WS-CURSO-ALVO     TO GM-CURSO
103900        MOVE WS-ANO-LETIVO     TO GM-ANO
104000        MOVE WS-SEMESTRE       TO GM-SEM
104100        READ GRADE-MASTER
104200            INVALID KEY
104300                MOVE "N" TO WS-GM-ACHADO-SW
104400        END-READ.
104500    6600-LER-POSTAGEM-EXIT.
104600        EXIT.
104700
104800******************************************************************
104900* 6700-POSTAR-TRANCADO - WRITES (OR REWRITES) THE TRANCADO
105000*     POSTING: EVERY NOTA CARRIES THE 99.99 ABSENT SENTINEL AND
105100*     THE RESULT AND MEDIA ARE ZERO, SO NO PROGRAM READS A GRADE
105200*     INTO IT.
105300******************************************************************
105400    6700-POSTAR-TRANCADO.
105500        MOVE "N" TO WS-POSTAGEM-OK-SW
105600        MOVE WS-MATRICULA-ALVO  TO GM-MATRICULA
105700        MOVE WS-CURSO-ALVO      TO GM-CURSO
105800        MOVE WS-ANO-LETIVO      TO GM-ANO
105900        MOVE WS-SEMESTRE        TO GM-SEM
106000        MOVE WS-EN-NOME (WS-EN-IDX) TO GM-NOME
106100        MOVE 99.99              TO GM-NOTA1 GM-NOTA2 GM-NOTA3
106200                                   GM-NOTA4
106300        MOVE ZERO               TO GM-RESULT GM-MEDIA
106400                                   GM-FREQ-PCT
106500        MOVE "TRANCADO "        TO GM-STATUS
106600        IF GM-ACHADO
106700            REWRITE GRADE-MASTER-RECORD
106800        ELSE
106900            WRITE GRADE-MASTER-RECORD
107000        END-IF
107100        IF WS-FS-GRADE NOT = "00"
107200            DISPLAY "POSTAGEM NO GRADE-MASTER FALHOU - STATUS "
107300                WS-FS-GRADE " - TRANCAMENTO NAO REGISTRADO"
107400            GO TO 6700-POSTAR-TRANCADO-EXIT
107500        END-IF
107600        MOVE "Y" TO WS-POSTAGEM-OK-SW.
107700    6700-POSTAR-TRANCADO-EXIT.
107800        EXIT.
107900
108000******************************************************************
108080* 6800-REMOVER-TRANCADO - DELETES THE TRANCADO POSTING OF THE
108160*     OPEN TERM WHEN A TRANCAMENTO IS CANCELLED. ANY OTHER
108240*     POSTING IS LEFT ALONE. REMOCAO-OK IS SET WHEN THE POSTING
108320*     WAS DELETED OR THERE WAS NO TRANCADO POSTING TO DELETE.
108400******************************************************************
108480    6800-REMOVER-TRANCADO.
108560        MOVE "N" TO WS-REMOCAO-OK-SW
108640        PERFORM 6600-LER-POSTAGEM THRU 6600-LER-POSTAGEM-EXIT
108720        IF NOT GM-ABERTO
108800            GO TO 6800-REMOVER-TRANCADO-EXIT
108880        END-IF
108960        IF GM-ACHADO AND GM-STATUS = "TRANCADO "
109040            DELETE GRADE-MASTER RECORD
109120                INVALID KEY
109200                    DISPLAY "POSTAGEM TRANCADO NAO REMOVIDA - "
109280                        "STATUS " WS-FS-GRADE
109360                NOT INVALID KEY
109440                    MOVE "Y" TO WS-REMOCAO-OK-SW
109520                    DISPLAY "POSTAGEM TRANCADO DO TERMO "
109600                        WS-ANO-LETIVO "/" WS-SEMESTRE " REMOVIDA"
109680            END-DELETE
109760        ELSE
109840            MOVE "Y" TO WS-REMOCAO-OK-SW
109920        END-IF
110000        CLOSE GRADE-MASTER.
110100    6800-REMOVER-TRANCADO-EXIT.
110200        EXIT.
110300
110302******************************************************************
110304* 6900-LER-TURMA - PROMPTS FOR THE TURMA OF THE STUDENT IN
110306*     WS-CURSO-ALVO. WHEN THE DISCIPLINE HAS TURMAS ON THE
110308*     ASSIGNMENT FILE THE CODE MUST BE ONE OF THEM; OTHERWISE IT
110310*     IS TAKEN AS TYPED, WITH A WARNING.
110312******************************************************************
110314    6900-LER-TURMA.
110316        DISPLAY "INFORME A TURMA NA DISCIPLINA " WS-CURSO-ALVO
110318            " (BRANCO P/ TURMA UNICA):"
110320        MOVE SPACES TO WS-TURMA-NOVA
110322        ACCEPT WS-TURMA-NOVA
110324        MOVE "N" TO WS-TU-ACHADO-SW
110326        MOVE "N" TO WS-TU-CURSO-SW
110328        MOVE 1 TO WS-TU-IDX
110330        PERFORM 6910-COMPARAR-TURMA THRU 6910-COMPARAR-TURMA-EXIT
110332            UNTIL TU-ACHADO OR WS-TU-IDX > WS-TU-QTD
110334        IF TU-ACHADO
110336            MOVE "Y" TO WS-VALOR-OK-SW
110338            GO TO 6900-LER-TURMA-EXIT
110340        END-IF
110342        IF CURSO-COM-TURMAS
110344            DISPLAY "TURMA " WS-TURMA-NOVA " NAO ATRIBUIDA NA "
110346                "DISCIPLINA " WS-CURSO-ALVO
110348            GO TO 6900-LER-TURMA-EXIT
110350        END-IF
110352        DISPLAY "ATENCAO: DISCIPLINA SEM TURMA NO "
110354            "ASSIGNMENT-FILE - TURMA ACEITA SEM CONFERENCIA"
110356        MOVE "Y" TO WS-VALOR-OK-SW.
110358    6900-LER-TURMA-EXIT.
110360        EXIT.
110362
110364    6910-COMPARAR-TURMA.
110366        IF WS-TU-CURSO (WS-TU-IDX) = WS-CURSO-ALVO
110368            MOVE "Y" TO WS-TU-CURSO-SW
110370            IF WS-TU-TURMA (WS-TU-IDX) = WS-TURMA-NOVA
110372                MOVE "Y" TO WS-TU-ACHADO-SW
110374            END-IF
110376        END-IF
110378        IF NOT TU-ACHADO
110380            ADD 1 TO WS-TU-IDX
110382        END-IF.
110384    6910-COMPARAR-TURMA-EXIT.
110386        EXIT.
110400******************************************************************
110500* 7000-REGISTRAR-ALTERACAO - RECORDS ONE CHANGE: THE BEFORE AND
110600*     AFTER IMAGES GO TO ENRHIST AND THE EVENT TO AUDIT-LOG.
110700******************************************************************
110800    7000-REGISTRAR-ALTERACAO.
110900        PERFORM 7100-GRAVAR-HISTORIA
111000            THRU 7100-GRAVAR-HISTORIA-EXIT
111100        PERFORM 7200-GRAVAR-AUDIT THRU 7200-GRAVAR-AUDIT-EXIT
111200        ADD 1 TO WS-QTD-ALTERACOES.
111300    7000-REGISTRAR-ALTERACAO-EXIT.
111400        EXIT.
111500
111600******************************************************************
111700* 7100-GRAVAR-HISTORIA - WRITES ONE CHANGE-HISTORY ENTRY: WHO,
111800*     WHEN, WHICH ACTION, FROM WHAT TO WHAT.
111900******************************************************************
112000    7100-GRAVAR-HISTORIA.
112100        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
112200        ACCEPT WS-HORA-AGORA FROM TIME
112300        MOVE SPACES TO HISTORIA-RECORD
112400        MOVE WS-DATA-HOJE     TO HIS-DATA
112500        MOVE WS-HORA-AGORA    TO HIS-HORA
112600        MOVE WS-OPERADOR      TO HIS-OPERADOR
112700        MOVE WS-ACAO          TO HIS-ACAO
112800        MOVE "ANTES:"         TO HIS-ROTULO-ANTES
112900        MOVE WS-IMAGEM-ANTES  TO HIS-ANTES
113000        MOVE "DEPOIS:"        TO HIS-ROTULO-DEPOIS
113100        MOVE WS-IMAGEM-DEPOIS TO HIS-DEPOIS
113200        WRITE HISTORIA-RECORD.
113300    7100-GRAVAR-HISTORIA-EXIT.
113400        EXIT.
113500
113600******************************************************************
113700* 7200-GRAVAR-AUDIT - WRITES ONE AUDIT-LOG ENTRY FOR THE
113800*     ENROLLMENT IN WS-IMAGEM (THE LAST IMAGE BUILT), WITH THE
113900*     STATUS AND REASON CODE OF THE OPERATION. MAINTENANCE RUNS
114000*     OUTSIDE A NUMBERED GRADING RUN, SO AU-EXECUCAO STAYS ZERO.
114100******************************************************************
114200    7200-GRAVAR-AUDIT.
114300        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
114400        ACCEPT WS-HORA-AGORA FROM TIME
114500        MOVE SPACES          TO AUDIT-RECORD
114600        MOVE WS-DATA-HOJE    TO AU-DATA
114700        MOVE WS-HORA-AGORA   TO AU-HORA
114800        MOVE WS-OPERADOR     TO AU-OPERADOR
114900        MOVE IMG-MATRICULA   TO AU-MATRICULA
115000        MOVE IMG-NOME        TO AU-NOME
115100        MOVE ZERO            TO AU-NOTA1 AU-NOTA2 AU-NOTA3
115200                                AU-NOTA4 AU-RESULTADO
115300        MOVE WS-STATUS-AUDIT TO AU-STATUS
115400        MOVE WS-MOTIVO-AUDIT TO AU-MOTIVO
115500        MOVE ZERO            TO AU-EXECUCAO
115600        MOVE IMG-CURSO       TO AU-CURSO
115700        PERFORM 9700-GRAVAR-AUDITORIA
115750            THRU 9700-GRAVAR-AUDITORIA-EXIT.
115800    7200-GRAVAR-AUDIT-EXIT.
115900        EXIT.
116000
116100******************************************************************
116200* 8100-MONTAR-IMAGEM - COPIES THE TABLE ENTRY AT WS-EN-IDX INTO
116300*     WS-IMAGEM IN THE ENROLL-MASTER RECORD LAYOUT.
116400******************************************************************
116500    8100-MONTAR-IMAGEM.
116600        MOVE WS-EN-MATRICULA (WS-EN-IDX)  TO IMG-MATRICULA
116700        MOVE WS-EN-CURSO (WS-EN-IDX)      TO IMG-CURSO
116800        MOVE WS-EN-NOME (WS-EN-IDX)       TO IMG-NOME
116900        MOVE WS-EN-SITUACAO (WS-EN-IDX)   TO IMG-SITUACAO
117000        MOVE WS-EN-DATA-TRANC (WS-EN-IDX) TO IMG-DATA-TRANC
117100        MOVE WS-EN-MOTIVO (WS-EN-IDX)     TO IMG-MOTIVO-TRANC
117150        MOVE WS-EN-TURMA (WS-EN-IDX)      TO IMG-TURMA.
117200    8100-MONTAR-IMAGEM-EXIT.
117300        EXIT.
117307
117314******************************************************************
117321* 8150-RESTAURAR-ENTRADA - PUTS THE SITUACAO, DATE AND REASON OF
117328*     THE TABLE ENTRY AT WS-EN-IDX BACK FROM THE BEFORE-IMAGE.
117335******************************************************************
117342    8150-RESTAURAR-ENTRADA.
117349        MOVE WS-IMAGEM-ANTES  TO WS-IMAGEM
117356        MOVE IMG-SITUACAO     TO WS-EN-SITUACAO (WS-EN-IDX)
117363        MOVE IMG-DATA-TRANC   TO WS-EN-DATA-TRANC (WS-EN-IDX)
117370        MOVE IMG-MOTIVO-TRANC TO WS-EN-MOTIVO (WS-EN-IDX).
117377    8150-RESTAURAR-ENTRADA-EXIT.
117384        EXIT.
117400
117500******************************************************************
117600* 8500-GERAR-BACKUP-MATRICULAS - TAKES THE GENERATION COPY OF
117700*     ENROLL-MASTER BEFORE THE END-OF-SESSION REWRITE: ENRBAK2
117800*     ROLLS TO ENRBAK3, ENRBAK1 TO ENRBAK2, AND THE CURRENT FILE
117900*     IS COPIED TO A FRESH ENRBAK1, THE SAME GENERATIONS THE
118000*     CONTROL-FILE MAINTENANCE KEEPS. THE EVENT GOES TO
118100*     AUDIT-LOG.
118200******************************************************************
118300    8500-GERAR-BACKUP-MATRICULAS.
118400        MOVE "ENRBAK2" TO WS-ARQ-BAK-IN
118500        MOVE "ENRBAK3" TO WS-ARQ-BAK-OUT
118600        PERFORM 8510-COPIAR-GERACAO
118700            THRU 8510-COPIAR-GERACAO-EXIT
118800        MOVE "ENRBAK1" TO WS-ARQ-BAK-IN
118900        MOVE "ENRBAK2" TO WS-ARQ-BAK-OUT
119000        PERFORM 8510-COPIAR-GERACAO
119100            THRU 8510-COPIAR-GERACAO-EXIT
119200        PERFORM 8530-COPIAR-MATRICULAS-ATUAL
119300            THRU 8530-COPIAR-MATRICULAS-ATUAL-EXIT
119400        IF COPIA-DISPENSADA
119500            GO TO 8500-GERAR-BACKUP-MATRICULAS-EXIT
119600        END-IF
119700        PERFORM 8550-GRAVAR-AUDIT-BACKUP
119800            THRU 8550-GRAVAR-AUDIT-BACKUP-EXIT
119900        DISPLAY "COPIA DE SEGURANCA DO ENROLL-MASTER GRAVADA "
120000            "EM ENRBAK1".
120100    8500-GERAR-BACKUP-MATRICULAS-EXIT.
120200        EXIT.
120300
120400******************************************************************
120500* 8510-COPIAR-GERACAO - COPIES ONE FILE OVER THE NEXT OLDER
120600*     GENERATION. A SOURCE THAT DOES NOT EXIST JUST MEANS THERE
120700*     IS NOTHING TO ROLL.
120800******************************************************************
120900    8510-COPIAR-GERACAO.
121000        MOVE "N" TO WS-EOF-BAK-SW
121100        OPEN INPUT BACKUP-ENTRADA
121200        IF WS-FS-BAK-IN NOT = "00"
121300            GO TO 8510-COPIAR-GERACAO-EXIT
121400        END-IF
121500        OPEN OUTPUT BACKUP-SAIDA
121600        IF WS-FS-BAK-OUT NOT = "00"
121700            DISPLAY "GERACAO " WS-ARQ-BAK-OUT " NAO PODE SER "
121800                "GRAVADA - STATUS " WS-FS-BAK-OUT
121900            CLOSE BACKUP-ENTRADA
122000            GO TO 8510-COPIAR-GERACAO-EXIT
122100        END-IF
122200        PERFORM 8520-COPIAR-REGISTRO
122300            THRU 8520-COPIAR-REGISTRO-EXIT
122400            UNTIL EOF-BACKUP
122500        CLOSE BACKUP-ENTRADA
122600        CLOSE BACKUP-SAIDA.
122700    8510-COPIAR-GERACAO-EXIT.
122800        EXIT.
122900
123000    8520-COPIAR-REGISTRO.
123100        READ BACKUP-ENTRADA
123200            AT END
123300                MOVE "Y" TO WS-EOF-BAK-SW
123400            NOT AT END
123500                MOVE BACKUP-IN-RECORD TO BACKUP-OUT-RECORD
123600                WRITE BACKUP-OUT-RECORD
123700        END-READ.
123800    8520-COPIAR-REGISTRO-EXIT.
123900        EXIT.
124000
124100******************************************************************
124200* 8530-COPIAR-MATRICULAS-ATUAL - COPIES THE ENROLL-MASTER ON
124300*     DISK TO A FRESH ENRBAK1. A FILE THAT DOES NOT EXIST YET
124400*     JUST MEANS NOTHING TO COPY; BUT WHEN IT EXISTS AND ITS
124500*     COPY CANNOT BE WRITTEN, THE SESSION ENDS WITHOUT THE
124600*     REWRITE.
124700******************************************************************
124800    8530-COPIAR-MATRICULAS-ATUAL.
124900        MOVE "N" TO WS-SEM-COPIA-SW
125000        MOVE "N" TO WS-EOF-BAK-SW
125100        MOVE "ENRFILE" TO WS-ARQ-BAK-IN
125200        MOVE "ENRBAK1" TO WS-ARQ-BAK-OUT
125300        OPEN INPUT BACKUP-ENTRADA
125400        IF WS-FS-BAK-IN NOT = "00"
125500            DISPLAY "ENROLL-MASTER AINDA NAO EXISTE NO DISCO - "
125600                "NADA A COPIAR"
125700            MOVE "Y" TO WS-SEM-COPIA-SW
125800            GO TO 8530-COPIAR-MATRICULAS-ATUAL-EXIT
125900        END-IF
126000        OPEN OUTPUT BACKUP-SAIDA
126100        IF WS-FS-BAK-OUT NOT = "00"
126200            DISPLAY "GERACAO ENRBAK1 NAO PODE SER GRAVADA - "
126300                "STATUS " WS-FS-BAK-OUT
126400            DISPLAY "SESSAO ENCERRADA SEM REGRAVAR O "
126500                "ENROLL-MASTER: REGRAVAR SEM COPIA DE SEGURANCA "
126600                "NAO E PERMITIDO"
126700            CLOSE BACKUP-ENTRADA
126800            CLOSE HISTORIA-FILE
126900            CLOSE AUDIT-LOG
127000            STOP RUN
127100        END-IF
127200        PERFORM 8520-COPIAR-REGISTRO
127300            THRU 8520-COPIAR-REGISTRO-EXIT
127400            UNTIL EOF-BACKUP
127500        CLOSE BACKUP-ENTRADA
127600        CLOSE BACKUP-SAIDA.
127700    8530-COPIAR-MATRICULAS-ATUAL-EXIT.
127800        EXIT.
127900
128000******************************************************************
128100* 8550-GRAVAR-AUDIT-BACKUP - RECORDS THE GENERATION COPY ON
128200*     AUDIT-LOG: WHO TOOK IT AND WHEN.
128300******************************************************************
128400    8550-GRAVAR-AUDIT-BACKUP.
128500        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
128600        ACCEPT WS-HORA-AGORA FROM TIME
128700        MOVE SPACES          TO AUDIT-RECORD
128800        MOVE WS-DATA-HOJE    TO AU-DATA
128900        MOVE WS-HORA-AGORA   TO AU-HORA
129000        MOVE WS-OPERADOR     TO AU-OPERADOR
129100        MOVE "ENRFILE"       TO AU-MATRICULA
129200        MOVE "COPIA SEGURANCA" TO AU-NOME
129300        MOVE ZERO            TO AU-NOTA1 AU-NOTA2 AU-NOTA3
129400                                AU-NOTA4 AU-RESULTADO
129500        MOVE "BACKUP   "     TO AU-STATUS
129600        MOVE "GER1"          TO AU-MOTIVO
129700        MOVE ZERO            TO AU-EXECUCAO
129800        PERFORM 9700-GRAVAR-AUDITORIA
129850            THRU 9700-GRAVAR-AUDITORIA-EXIT.
129900    8550-GRAVAR-AUDIT-BACKUP-EXIT.
130000        EXIT.
130100
130200******************************************************************
130409* 9000-REGRAVAR-MATRICULAS - REWRITES ENROLL-MASTER FROM THE
130618*     TABLE AT END OF SESSION. A SESSION THAT CHANGED NOTHING
130827*     LEAVES THE FILE AS IT WAS.
131036******************************************************************
131245    9000-REGRAVAR-MATRICULAS.
131454        IF WS-QTD-ALTERACOES = ZERO AND NOT REGRAVACAO-PENDENTE
131663            GO TO 9000-REGRAVAR-MATRICULAS-EXIT
131872        END-IF
132081        PERFORM 9100-GRAVAR-MATRICULAS
132290            THRU 9100-GRAVAR-MATRICULAS-EXIT.
132500    9000-REGRAVAR-MATRICULAS-EXIT.
132600        EXIT.
132602
132604******************************************************************
132606* 9100-GRAVAR-MATRICULAS - WRITES THE WHOLE TABLE TO
132607*     ENROLL-MASTER AFTER THE GENERATION COPY OF THE FILE ON DISK
132608*     IS SAFELY TAKEN (ONCE PER SESSION, SO THE COPY IS THE FILE
132610*     AS IT WAS BEFORE THE SESSION). GRAVACAO-OK TELLS THE CALLER
132612*     THE FILE IS ON DISK; A FAILURE LEAVES THE REWRITE PENDING
132614*     FOR THE END OF THE SESSION. WS-EN-IDX IS KEPT.
132618******************************************************************
132620    9100-GRAVAR-MATRICULAS.
132622        MOVE "N" TO WS-GRAVACAO-OK-SW
132624        MOVE WS-EN-IDX TO WS-EN-SALVO
132626        IF NOT BACKUP-FEITO
132628            PERFORM 8500-GERAR-BACKUP-MATRICULAS
132630                THRU 8500-GERAR-BACKUP-MATRICULAS-EXIT
132632            MOVE "Y" TO WS-BACKUP-FEITO-SW
132634        END-IF
132636        OPEN OUTPUT ENROLL-MASTER
132638        IF WS-FS-ENROLL NOT = "00"
132640            DISPLAY "ENROLL-MASTER NAO PODE SER REGRAVADO - "
132642                "STATUS " WS-FS-ENROLL
132644            MOVE "Y" TO WS-REGRAVAR-SW
132645            MOVE WS-EN-SALVO TO WS-EN-IDX
132646            GO TO 9100-GRAVAR-MATRICULAS-EXIT
132648        END-IF
132650        MOVE 1 TO WS-EN-IDX
132652        PERFORM 9010-GRAVAR-ENTRADA
132654            THRU 9010-GRAVAR-ENTRADA-EXIT
132656            UNTIL WS-EN-IDX > WS-EN-QTD
132658        CLOSE ENROLL-MASTER
132659        MOVE WS-EN-SALVO TO WS-EN-IDX
132660        MOVE "N" TO WS-REGRAVAR-SW
132662        MOVE "Y" TO WS-GRAVACAO-OK-SW.
132664    9100-GRAVAR-MATRICULAS-EXIT.
132668        EXIT.
132700
132800******************************************************************
132900* 9010-GRAVAR-ENTRADA - WRITES ONE WS-EN-TABELA ENTRY BACK TO
133000*     ENROLL-MASTER.
133100******************************************************************
133200    9010-GRAVAR-ENTRADA.
133300        MOVE SPACES TO ENROLL-RECORD
133400        MOVE WS-EN-MATRICULA (WS-EN-IDX) TO EN-MATRICULA
133500        MOVE WS-EN-CURSO (WS-EN-IDX)     TO EN-CURSO
133600        MOVE WS-EN-NOME (WS-EN-IDX)      TO EN-NOME
133700        MOVE WS-EN-SITUACAO (WS-EN-IDX)  TO EN-SITUACAO
133750        MOVE WS-EN-TURMA (WS-EN-IDX)     TO EN-TURMA
133800        IF EN-TRANCADO
133900            MOVE WS-EN-DATA-TRANC (WS-EN-IDX) TO EN-DATA-TRANC
134000            MOVE WS-EN-MOTIVO (WS-EN-IDX) TO EN-MOTIVO-TRANC
134100        END-IF
134200        WRITE ENROLL-RECORD
134300        ADD 1 TO WS-EN-IDX.
134400    9010-GRAVAR-ENTRADA-EXIT.
134433        EXIT.
134466
134501******************************************************************
134502* 9700-GRAVAR-AUDITORIA - WRITES THE ENTRY BUILT IN AUDIT-RECORD
134503*     AS THE NEXT LINK OF THE AUDIT-LOG CHAIN: TAKES THE NEXT
134504*     GLOBAL SEQUENCE NUMBER FROM AUDIT-CONTROL, CHAINS THE CHECK
134505*     VALUE TO THE PREVIOUS ENTRY'S, WRITES THE ENTRY, AND ONLY
134506*     THEN ADVANCES AUDIT-CONTROL.
134507******************************************************************
134508    9700-GRAVAR-AUDITORIA.
134509        PERFORM 9710-LER-CONTROLE-AUDIT
134510            THRU 9710-LER-CONTROLE-AUDIT-EXIT
134511        ADD 1 TO WS-AUD-SEQUENCIA
134512        MOVE WS-AUD-SEQUENCIA TO AU-SEQUENCIA
134513        PERFORM 9720-CALCULAR-CHECAGEM
134514            THRU 9720-CALCULAR-CHECAGEM-EXIT
134515        MOVE WS-AUD-CHECAGEM TO AU-CHECAGEM
134516        WRITE AUDIT-RECORD
134517        IF WS-FS-AUDIT NOT = "00"
134518            DISPLAY "AUDIT-LOG NAO GRAVADO - STATUS " WS-FS-AUDIT
134519            GO TO 9700-GRAVAR-AUDITORIA-EXIT
134520        END-IF
134521        OPEN OUTPUT AUDIT-CONTROL
134522        IF WS-FS-AUDCTL NOT = "00"
134523            DISPLAY "AUDIT-CONTROL NAO PODE SER GRAVADO - STATUS "
134524                WS-FS-AUDCTL
134525            GO TO 9700-GRAVAR-AUDITORIA-EXIT
134526        END-IF
134527        MOVE SPACES TO AUDIT-CONTROL-RECORD
134528        MOVE WS-AUD-SEQUENCIA TO AUC-SEQUENCIA
134529        MOVE WS-AUD-CHECAGEM  TO AUC-CHECAGEM
134530        MOVE AU-DATA          TO AUC-DATA
134531        MOVE AU-HORA          TO AUC-HORA
134532        WRITE AUDIT-CONTROL-RECORD
134533        CLOSE AUDIT-CONTROL.
134534    9700-GRAVAR-AUDITORIA-EXIT.
134535        EXIT.
134536
134537******************************************************************
134538* 9710-LER-CONTROLE-AUDIT - READS THE LAST SEQUENCE NUMBER AND
134539*     CHECK VALUE ISSUED. IT IS READ AT EVERY ENTRY, NOT ONCE PER
134540*     RUN, SO TWO PROGRAMS WRITING IN THE SAME PERIOD NEVER REUSE
134541*     A NUMBER. WITHOUT AUDIT-CONTROL THE CHAIN STARTS AT 1.
134542******************************************************************
134543    9710-LER-CONTROLE-AUDIT.
134544        MOVE ZERO TO WS-AUD-SEQUENCIA
134545        MOVE ZERO TO WS-AUD-CHECAGEM
134546        OPEN INPUT AUDIT-CONTROL
134547        IF WS-FS-AUDCTL NOT = "00"
134548            GO TO 9710-LER-CONTROLE-AUDIT-EXIT
134549        END-IF
134550        READ AUDIT-CONTROL
134551            NOT AT END
134552                MOVE AUC-SEQUENCIA TO WS-AUD-SEQUENCIA
134553                MOVE AUC-CHECAGEM  TO WS-AUD-CHECAGEM
134554        END-READ
134555        CLOSE AUDIT-CONTROL.
134556    9710-LER-CONTROLE-AUDIT-EXIT.
134557        EXIT.
134558
134559******************************************************************
134560* 9720-CALCULAR-CHECAGEM - FOLDS EVERY BYTE OF THE ENTRY, FROM
134561*     AU-DATA THROUGH AU-SEQUENCIA, INTO THE PREVIOUS ENTRY'S
134562*     CHECK VALUE (TIMES 31, PLUS THE BYTE AND ITS POSITION,
134563*     MODULO THE PRIME 999999937). THE CHAIN VERIFICATION
134564*     RECOMPUTES IT THE SAME WAY.
134565******************************************************************
134566    9720-CALCULAR-CHECAGEM.
134567        MOVE WS-AUD-CHECAGEM TO WS-AUD-ACUM
134568        PERFORM 9730-SOMAR-BYTE THRU 9730-SOMAR-BYTE-EXIT
134569            VARYING WS-AUD-POS FROM 1 BY 1
134570            UNTIL WS-AUD-POS > WS-AUD-TAM-COBERTO
134571        MOVE WS-AUD-ACUM TO WS-AUD-CHECAGEM.
134572    9720-CALCULAR-CHECAGEM-EXIT.
134573        EXIT.
134574
134575    9730-SOMAR-BYTE.
134576        MOVE AUDIT-RECORD(WS-AUD-POS:1) TO WS-AUD-BYTE
134577        COMPUTE WS-AUD-ACUM = WS-AUD-ACUM * 31
134578            + WS-AUD-BYTE-NUM + WS-AUD-POS
134579        DIVIDE WS-AUD-ACUM BY WS-AUD-MODULO
134580            GIVING WS-AUD-QUOC REMAINDER WS-AUD-RESTO
134581        MOVE WS-AUD-RESTO TO WS-AUD-ACUM.
134582    9730-SOMAR-BYTE-EXIT.
134583        EXIT.
134600
134700    END PROGRAM MatManut.
