000100******************************************************************
000200* Author: Henrique S. Mendes
000300* Date:  15/10/2026
000400* Purpose: Grade-appeal (revisao de nota) case register
000500* Tectonics: cobc
000600******************************************************************
000700* MODIFICATION HISTORY
000800* DATE       INIT DESCRIPTION
000900* 2026-10-15  HSM  NEW PROGRAM. THE SECRETARIAT'S REGISTER OF
001000*                  GRADE APPEALS (APPEAL-REGISTER, REVFILE): OPENS
001100*                  A CASE FOR A POSTING OF THE OPEN TERM
001200*                  (MATRICULA, CURSO, AVALIACAO CONTESTED, FILING
001300*                  DATE), CHECKS THE FILING AGAINST THE
001400*                  PUBLICATION DATE OF THE POSTING TAKEN FROM THE
001500*                  AUDIT TRAIL AND THE REGULATION DEADLINE, SETS
001600*                  THE RESPONSE DEADLINE, AND RECORDS THE DECISION
001700*                  (DEFERIDO / INDEFERIDO) WITH WHO TOOK IT. A
001800*                  FILING OUT OF TIME IS REGISTERED AND CLOSED AS
001900*                  INDEFERIDO AT ONCE. ONLY A DEFERIDO CASE LETS
002000*                  THE GRADE CORRECTION CHANGE THE POSTING. EVERY
002100*                  CHANGE IS LOGGED TO REVHIST WITH ITS BEFORE AND
002200*                  AFTER IMAGES AND TO AUDIT-LOG WITH THE CASE
002300*                  NUMBER.
002320* 2026-10-15  HSM  A CASE OPENED OR DECIDED IS ONLY LOGGED TO
002340*                  REVHIST AND AUDIT-LOG ONCE APPEAL-REGISTER WAS
002360*                  REWRITTEN; A FAILED REWRITE ENDS THE OPERATION
002380*                  WITH AN ERROR AND NOTHING IS RECORDED.
002383* 2026-10-15  HSM  NEW OPTION 5 CLOSES AS CORRIGIDO A DEFERIDO
002386*                  CASE WHOSE GRADE CORRECTION WAS MADE BUT COULD
002389*                  NOT CLOSE IT: THE CORRECTION IS LOOKED UP ON
002392*                  THE AUDIT TRAIL BY CASE NUMBER AND ITS DATE AND
002395*                  OPERATOR ARE RECORDED ON THE CASE.
002400******************************************************************
002500    IDENTIFICATION DIVISION.
002600    PROGRAM-ID. RevManut.
002700    AUTHOR. HENRIQUE S. MENDES.
002800    INSTALLATION. DEPARTAMENTO ACADEMICO.
002900    DATE-WRITTEN. 15/10/2026.
003000    DATE-COMPILED.
003100
003200    ENVIRONMENT DIVISION.
003300    INPUT-OUTPUT SECTION.
003400    FILE-CONTROL.
003500        SELECT APPEAL-REGISTER ASSIGN TO "REVFILE"
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS IS WS-FS-REVISAO.
003800        SELECT HISTORIA-FILE ASSIGN TO "REVHIST"
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS IS WS-FS-HISTORIA.
004100        SELECT GRADE-MASTER ASSIGN TO "GRDFILE"
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE IS DYNAMIC
004400            RECORD KEY IS GM-CHAVE
004500            FILE STATUS IS WS-FS-GRADE.
004600        SELECT TERM-FILE ASSIGN TO "TRMFILE"
004700            ORGANIZATION IS LINE SEQUENTIAL
004800            FILE STATUS IS WS-FS-TERMO.
004900        SELECT OPERATOR-FILE ASSIGN TO "OPRFILE"
005000            ORGANIZATION IS LINE SEQUENTIAL
005100            FILE STATUS IS WS-FS-OPERADOR.
005200        SELECT AUDIT-LOG ASSIGN TO "AUDFILE"
005300            ORGANIZATION IS LINE SEQUENTIAL
005400            FILE STATUS IS WS-FS-AUDIT.
005500        SELECT AUDIT-HISTORY ASSIGN TO "AUDHIST"
005600            ORGANIZATION IS LINE SEQUENTIAL
005700            FILE STATUS IS WS-FS-AUDHIST.
005800        SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
005900            ORGANIZATION IS LINE SEQUENTIAL
006000            FILE STATUS IS WS-FS-AUDCTL.
006100
006200    DATA DIVISION.
006300    FILE SECTION.
006400    FD  APPEAL-REGISTER
006500        RECORDING MODE IS F.
006600    COPY REVREC.
006700
006800    FD  HISTORIA-FILE
006900        RECORDING MODE IS F.
007000    01  HISTORIA-RECORD.
007100        05  HIS-DATA            PIC 9(08).
007200        05  FILLER              PIC X(01) VALUE SPACE.
007300        05  HIS-HORA            PIC 9(08).
007400        05  FILLER              PIC X(01) VALUE SPACE.
007500        05  HIS-OPERADOR        PIC X(08).
007600        05  FILLER              PIC X(01) VALUE SPACE.
007700        05  HIS-ACAO            PIC X(09).
007800        05  FILLER              PIC X(01) VALUE SPACE.
007900        05  HIS-NUMERO          PIC 9(05).
008000        05  FILLER              PIC X(01) VALUE SPACE.
008100        05  HIS-ROTULO-ANTES    PIC X(06) VALUE "ANTES:".
008200        05  HIS-ANTES           PIC X(150).
008300        05  FILLER              PIC X(01) VALUE SPACE.
008400        05  HIS-ROTULO-DEPOIS   PIC X(07) VALUE "DEPOIS:".
008500        05  HIS-DEPOIS          PIC X(150).
008600
008700    FD  GRADE-MASTER.
008800    COPY GRDREC.
008900
009000    FD  TERM-FILE
009100        RECORDING MODE IS F.
009200    COPY TRMREC.
009300
009400    FD  OPERATOR-FILE
009500        RECORDING MODE IS F.
009600    01  OPERATOR-RECORD.
009700        05  OP-ID               PIC X(08).
009800        05  OP-SENHA            PIC X(08).
009900        05  OP-PERM-LOTE        PIC X(01).
010000        05  OP-PERM-INDIV       PIC X(01).
010100        05  OP-PERM-CSV         PIC X(01).
010200
010300    FD  AUDIT-LOG
010400        RECORDING MODE IS F.
010500    COPY AUDREC.
010600
010700    FD  AUDIT-HISTORY
010800        RECORDING MODE IS F.
010900    01  HISTORY-RECORD          PIC X(131).
011000
011100    FD  AUDIT-CONTROL
011200        RECORDING MODE IS F.
011300    COPY AUCREC.
011400
011500    WORKING-STORAGE SECTION.
011600    01  WS-FS-REVISAO           PIC X(02).
011700    01  WS-FS-HISTORIA          PIC X(02).
011800    01  WS-FS-GRADE             PIC X(02).
011900    01  WS-FS-TERMO             PIC X(02).
012000    01  WS-FS-OPERADOR          PIC X(02).
012100    01  WS-FS-AUDIT             PIC X(02).
012200    01  WS-FS-AUDHIST           PIC X(02).
012300    01  WS-FS-AUDCTL            PIC X(02).
012400*   AUDIT-LOG CHAIN: SEQUENCE NUMBER AND CHECK VALUE OF THE ENTRY
012500*   BEING WRITTEN, AND THE WORK FIELDS OF THE CHECK VALUE. EACH
012600*   BYTE OF THE ENTRY IS TAKEN AS A NUMBER THROUGH THE BINARY
012700*   REDEFINITION OF WS-AUD-BYTE-GRP.
012800    01  WS-AUD-SEQUENCIA        PIC 9(09) VALUE ZERO.
012900    01  WS-AUD-CHECAGEM         PIC 9(09) VALUE ZERO.
013000    01  WS-AUD-POS              PIC 9(03) VALUE ZERO.
013100    01  WS-AUD-TAM-COBERTO      PIC 9(03) VALUE 121.
013200    01  WS-AUD-MODULO           PIC 9(09) VALUE 999999937.
013300    01  WS-AUD-ACUM             PIC 9(12) VALUE ZERO.
013400    01  WS-AUD-QUOC             PIC 9(12) VALUE ZERO.
013500    01  WS-AUD-RESTO            PIC 9(12) VALUE ZERO.
013600    01  WS-AUD-BYTE-GRP.
013700        05  FILLER              PIC X(01) VALUE LOW-VALUE.
013800        05  WS-AUD-BYTE         PIC X(01).
013900    01  WS-AUD-BYTE-NUM REDEFINES WS-AUD-BYTE-GRP
014000                                PIC 9(04) COMP.
014100
014200    01  WS-OPERADOR             PIC X(08).
014300    01  WS-SENHA                PIC X(08).
014400    01  WS-OP-SENHA             PIC X(08).
014500    01  WS-PERM-INDIV           PIC X(01).
014600    01  WS-TENTATIVAS           PIC 9(01) VALUE ZERO.
014700    01  WS-DATA-HOJE            PIC 9(08).
014800    01  WS-HORA-AGORA           PIC 9(08).
014900    01  WS-OPCAO                PIC X(01).
015000    01  WS-ACAO                 PIC X(09).
015100    01  WS-RESPOSTA             PIC X(01).
015200
015300*   REGULATION DEADLINES, IN CALENDAR DAYS: THE STUDENT MAY FILE
015400*   UP TO WS-PRAZO-PEDIDO DAYS AFTER THE POSTING IS PUBLISHED, AND
015500*   THE DEPARTMENT MUST ANSWER WITHIN WS-PRAZO-RESPOSTA DAYS OF
015600*   THE FILING.
015700    01  WS-PRAZO-PEDIDO         PIC 9(03) VALUE 5.
015800    01  WS-PRAZO-RESPOSTA       PIC 9(03) VALUE 15.
015900
016000    01  WS-ANO-LETIVO           PIC 9(04) VALUE ZERO.
016100    01  WS-SEMESTRE             PIC 9(01) VALUE ZERO.
016200    01  WS-TERMO-STATUS         PIC X(07) VALUE SPACES.
016300    01  WS-MATRICULA-ALVO       PIC X(10).
016400    01  WS-CURSO-ALVO           PIC X(06).
016500    01  WS-AVALIACAO-ALVO       PIC 9(01) VALUE ZERO.
016600    01  WS-NUMERO-ALVO          PIC 9(05) VALUE ZERO.
016700    01  WS-NUMERO-ENTRADA       PIC X(05).
016800    01  WS-NUMERO-ENTR-NUM REDEFINES WS-NUMERO-ENTRADA
016900                                PIC 9(05).
017000    01  WS-ULTIMO-NUMERO        PIC 9(05) VALUE ZERO.
017100    01  WS-DATA-ENTRADA         PIC X(08).
017200    01  WS-DATA-ENTRADA-NUM REDEFINES WS-DATA-ENTRADA
017300                                PIC 9(08).
017400    01  WS-DATA-PEDIDO          PIC 9(08) VALUE ZERO.
017500    01  WS-DATA-PUBLIC          PIC 9(08) VALUE ZERO.
017600    01  WS-ORIGEM-PUBLIC        PIC X(01) VALUE SPACE.
017700    01  WS-DIAS-PEDIDO          PIC 9(07) VALUE ZERO.
017800    01  WS-DIAS-PUBLIC          PIC 9(07) VALUE ZERO.
017900    01  WS-DIAS                 PIC 9(05) VALUE ZERO.
018000    01  WS-CONTADOR             PIC 9(03) VALUE ZERO.
018100    01  WS-DECISAO              PIC X(01).
018200    01  WS-DECISOR              PIC X(08).
018300    01  WS-FUNDAMENTO           PIC X(40).
018400    01  WS-NOTA-CONTESTADA      PIC 9(02)V99 VALUE ZERO.
018425    01  WS-NOTA-CORRIGIDA       PIC 9(02)V99 VALUE ZERO.
018450    01  WS-DATA-CORRECAO        PIC 9(08) VALUE ZERO.
018475    01  WS-OPER-CORRECAO        PIC X(08) VALUE SPACES.
018500    01  WS-NOTA-ED              PIC Z9.99.
018600    01  WS-DATA-ED              PIC 9999/99/99.
018700    01  WS-PRAZO-ED             PIC 9999/99/99.
018800    01  WS-QTD-ED               PIC ZZZZ9.
018900    01  WS-SITUACAO-DESC        PIC X(21).
019000    01  WS-STATUS-LIDO          PIC X(09).
019100        88  STATUS-DE-POSTAGEM         VALUE "APROVADO "
019200                                             "REPROVADO"
019300                                             "REPROV-F "
019400                                             "APROV-REC"
019500                                             "INCOMPLET".
019600
019700*   DAY COUNT OF A DATE, SO TWO DATES CAN BE SUBTRACTED, AND THE
019800*   DATE A NUMBER OF DAYS AHEAD.
019900    01  WS-DC-DATA              PIC 9(08).
020000    01  WS-DC-DATA-R REDEFINES WS-DC-DATA.
020100        05  WS-DC-ANO           PIC 9(04).
020200        05  WS-DC-MES           PIC 9(02).
020300        05  WS-DC-DIA           PIC 9(02).
020400    01  WS-DC-MES-MARCO         PIC 9(02) VALUE ZERO.
020500    01  WS-DC-ANO-MARCO         PIC 9(04) VALUE ZERO.
020600    01  WS-DC-AUX               PIC 9(05) VALUE ZERO.
020700    01  WS-DC-PARCELA           PIC 9(07) VALUE ZERO.
020800    01  WS-DC-DIAS              PIC 9(07) VALUE ZERO.
020900
021000*   AUDIT-LOG EVENT BEING RECORDED FOR A CASE.
021100    01  WS-EV-STATUS            PIC X(09).
021200    01  WS-EV-MOTIVO            PIC X(04).
021300
021400*   RECORD IMAGES FOR THE CHANGE-HISTORY LOG, LAID OUT THE SAME
021500*   WAY AS THE APPEAL-REGISTER RECORD ITSELF.
021600    01  WS-IMAGEM-ANTES         PIC X(150).
021700    01  WS-IMAGEM-DEPOIS        PIC X(150).
021800
021900*   IN-CORE IMAGE OF APPEAL-REGISTER. THE REGISTER IS SHARED WITH
022000*   THE GRADE CORRECTION, WHICH CLOSES CASES, SO IT IS RELOADED
022100*   BEFORE EVERY OPERATION AND REWRITTEN RIGHT AFTER EVERY CHANGE
022200*   INSTEAD OF BEING HELD FOR THE WHOLE SESSION. A CASE IS WORKED
022300*   ON IN THE APPEAL-REGISTER RECORD AREA AND MOVED BACK WHOLE.
022400    01  WS-RV-QTD               PIC 9(04) VALUE ZERO.
022500    01  WS-RV-IDX               PIC 9(04) VALUE ZERO.
022600    01  WS-RV-GRV               PIC 9(04) VALUE ZERO.
022700    01  WS-RV-MAX               PIC 9(04) VALUE 3000.
022800    01  WS-RV-TABELA.
022900        05  WS-RV-ENTRADA       PIC X(150) OCCURS 3000 TIMES.
023000
023100    01  WS-INDICADORES.
023200        05  WS-EOF-REVISAO-SW   PIC X(01) VALUE "N".
023300            88  EOF-REVISAO                VALUE "Y".
023400        05  WS-EOF-TERMO-SW     PIC X(01) VALUE "N".
023500            88  EOF-TERMOS                 VALUE "Y".
023600        05  WS-EOF-AUDIT-SW     PIC X(01) VALUE "N".
023700            88  EOF-AUDIT                  VALUE "Y".
023800        05  WS-EOF-OPER-SW      PIC X(01) VALUE "N".
023900            88  EOF-OPERADORES             VALUE "Y".
024000        05  WS-FIM-SESSAO-SW    PIC X(01) VALUE "N".
024100            88  FIM-SESSAO                 VALUE "Y".
024200        05  WS-OPER-OK-SW       PIC X(01) VALUE "N".
024300            88  OPERADOR-AUTORIZADO        VALUE "Y".
024400        05  WS-OPER-ACHADO-SW   PIC X(01) VALUE "N".
024500            88  OPERADOR-ACHADO            VALUE "Y".
024600        05  WS-GM-DISPONIVEL-SW PIC X(01) VALUE "N".
024700            88  GM-DISPONIVEL              VALUE "Y".
024800        05  WS-GM-ACHADO-SW     PIC X(01) VALUE "N".
024900            88  GM-ACHADO                  VALUE "Y".
025000        05  WS-RV-ACHADO-SW     PIC X(01) VALUE "N".
025100            88  RV-ACHADO                  VALUE "Y".
025200        05  WS-RV-ESTOURO-SW    PIC X(01) VALUE "N".
025300            88  RV-ESTOURO                 VALUE "Y".
025400        05  WS-VALOR-OK-SW      PIC X(01) VALUE "N".
025500            88  VALOR-OK                   VALUE "Y".
025600        05  WS-CANCELADO-SW     PIC X(01) VALUE "N".
025700            88  OPERACAO-CANCELADA         VALUE "Y".
025800        05  WS-DATA-OK-SW       PIC X(01) VALUE "N".
025900            88  DATA-VALIDA                VALUE "Y".
025933        05  WS-REGRAVACAO-SW    PIC X(01) VALUE "N".
025966            88  REGRAVACAO-FALHOU          VALUE "Y".
026000
026100    PROCEDURE DIVISION.
026200    0000-MAINLINE.
026300        PERFORM 0050-IDENTIFICAR-OPERADOR
026400            THRU 0050-IDENTIFICAR-OPERADOR-EXIT
026500        IF WS-PERM-INDIV NOT = "S"
026600            DISPLAY "OPERADOR SEM PERMISSAO PARA CORRECAO "
026700                "INDIVIDUAL - EXECUCAO ENCERRADA"
026800            PERFORM 0058-GRAVAR-ACESSO-NEGADO
026900                THRU 0058-GRAVAR-ACESSO-NEGADO-EXIT
027000            STOP RUN
027100        END-IF
027200        PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
027300        PERFORM 2000-MENU THRU 2000-MENU-EXIT
027400            UNTIL FIM-SESSAO
027500        IF GM-DISPONIVEL
027600            CLOSE GRADE-MASTER
027700        END-IF
027800        CLOSE HISTORIA-FILE
027900        DISPLAY "SESSAO ENCERRADA - REGISTRO DE REVISOES GRAVADO"
028000        STOP RUN.
028100
028200******************************************************************
028300* 0050-IDENTIFICAR-OPERADOR - AUTHENTICATES THE OPERATOR AGAINST
028400*     OPERATOR-FILE THE SAME WAY THE GRADE CORRECTION DOES: ID
028500*     AND SENHA, UP TO THREE ATTEMPTS, EVERY REFUSAL LOGGED. THE
028600*     REGISTER DECIDES WHICH POSTINGS MAY BE CORRECTED, SO IT
028700*     DEMANDS THE SAME INDIVIDUAL-CORRECTION PERMISSION.
028800******************************************************************
028900    0050-IDENTIFICAR-OPERADOR.
029000        MOVE ZERO TO WS-TENTATIVAS
029100        MOVE "N" TO WS-OPER-OK-SW
029200        PERFORM 0055-TENTAR-ACESSO THRU 0055-TENTAR-ACESSO-EXIT
029300            UNTIL OPERADOR-AUTORIZADO OR WS-TENTATIVAS >= 3
029400        IF NOT OPERADOR-AUTORIZADO
029500            DISPLAY "ACESSO NEGADO - EXECUCAO ENCERRADA"
029600            STOP RUN
029700        END-IF.
029800    0050-IDENTIFICAR-OPERADOR-EXIT.
029900        EXIT.
030000
030100    0055-TENTAR-ACESSO.
030200        ADD 1 TO WS-TENTATIVAS
030300        DISPLAY "INFORME O ID DO OPERADOR:"
030400        ACCEPT WS-OPERADOR
030500        DISPLAY "INFORME A SENHA:"
030600        MOVE SPACES TO WS-SENHA
030700        ACCEPT WS-SENHA
030800        PERFORM 0056-PROCURAR-OPERADOR
030900            THRU 0056-PROCURAR-OPERADOR-EXIT
031000        IF NOT OPERADOR-ACHADO
031100            DISPLAY "OPERADOR DESCONHECIDO"
031200            PERFORM 0058-GRAVAR-ACESSO-NEGADO
031300                THRU 0058-GRAVAR-ACESSO-NEGADO-EXIT
031400            GO TO 0055-TENTAR-ACESSO-EXIT
031500        END-IF
031600        IF WS-OP-SENHA NOT = WS-SENHA
031700            DISPLAY "SENHA INCORRETA"
031800            PERFORM 0058-GRAVAR-ACESSO-NEGADO
031900                THRU 0058-GRAVAR-ACESSO-NEGADO-EXIT
032000        ELSE
032100            MOVE "Y" TO WS-OPER-OK-SW
032200        END-IF.
032300    0055-TENTAR-ACESSO-EXIT.
032400        EXIT.
032500
032600    0056-PROCURAR-OPERADOR.
032700        MOVE "N" TO WS-OPER-ACHADO-SW
032800        MOVE "N" TO WS-EOF-OPER-SW
032900        OPEN INPUT OPERATOR-FILE
033000        IF WS-FS-OPERADOR NOT = "00"
033100            DISPLAY "OPERATOR-FILE NAO ENCONTRADO - STATUS "
033200                WS-FS-OPERADOR
033300            DISPLAY "EXECUCAO NAO AUTORIZADA SEM O CADASTRO "
033400                "DE OPERADORES"
033500            STOP RUN
033600        END-IF
033700        PERFORM 0057-LER-OPERADOR THRU 0057-LER-OPERADOR-EXIT
033800            UNTIL EOF-OPERADORES OR OPERADOR-ACHADO
033900        CLOSE OPERATOR-FILE.
034000    0056-PROCURAR-OPERADOR-EXIT.
034100        EXIT.
034200
034300    0057-LER-OPERADOR.
034400        READ OPERATOR-FILE
034500            AT END
034600                MOVE "Y" TO WS-EOF-OPER-SW
034700            NOT AT END
034800                IF OP-ID = WS-OPERADOR
034900                    MOVE "Y" TO WS-OPER-ACHADO-SW
035000                    MOVE OP-SENHA      TO WS-OP-SENHA
035100                    MOVE OP-PERM-INDIV TO WS-PERM-INDIV
035200                END-IF
035300        END-READ.
035400    0057-LER-OPERADOR-EXIT.
035500        EXIT.
035600
035700******************************************************************
035800* 0058-GRAVAR-ACESSO-NEGADO - RECORDS A NEGADO AUDIT-LOG ENTRY
035900*     FOR A REFUSED ACCESS, UNDER THE ID THAT WAS TYPED.
036000******************************************************************
036100    0058-GRAVAR-ACESSO-NEGADO.
036200        OPEN EXTEND AUDIT-LOG
036300        IF WS-FS-AUDIT NOT = "00"
036400            OPEN OUTPUT AUDIT-LOG
036500        END-IF
036600        IF WS-FS-AUDIT NOT = "00"
036700            DISPLAY "AUDIT-LOG NAO PODE SER ABERTO - STATUS "
036800                WS-FS-AUDIT " - ACESSO NEGADO NAO REGISTRADO"
036900            GO TO 0058-GRAVAR-ACESSO-NEGADO-EXIT
037000        END-IF
037100        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
037200        ACCEPT WS-HORA-AGORA FROM TIME
037300        MOVE SPACES          TO AUDIT-RECORD
037400        MOVE WS-DATA-HOJE    TO AU-DATA
037500        MOVE WS-HORA-AGORA   TO AU-HORA
037600        MOVE WS-OPERADOR     TO AU-OPERADOR
037700        MOVE SPACES          TO AU-MATRICULA
037800        MOVE "ACESSO NEGADO"  TO AU-NOME
037900        MOVE ZERO            TO AU-NOTA1 AU-NOTA2 AU-NOTA3
038000                                AU-NOTA4 AU-RESULTADO
038100        MOVE "NEGADO   "     TO AU-STATUS
038200        MOVE ZERO            TO AU-EXECUCAO
038300        PERFORM 9700-GRAVAR-AUDITORIA
038400            THRU 9700-GRAVAR-AUDITORIA-EXIT
038500        CLOSE AUDIT-LOG.
038600    0058-GRAVAR-ACESSO-NEGADO-EXIT.
038700        EXIT.
038800
038900******************************************************************
039000* 1000-INICIALIZAR - TAKES THE OPEN TERM FROM TERM-FILE, OPENS
039100*     GRADE-MASTER TO LOOK THE CONTESTED POSTINGS UP, CHECKS THE
039200*     REGISTER FITS THE TABLE, AND OPENS THE CHANGE-HISTORY LOG
039300*     IN EXTEND MODE. WITHOUT AN OPEN TERM OR WITHOUT GRADE-MASTER
039400*     NO CASE CAN BE OPENED, BUT CASES ALREADY OPEN CAN STILL BE
039500*     DECIDED AND CONSULTED.
039600******************************************************************
039700    1000-INICIALIZAR.
039800        PERFORM 1100-CARREGAR-TERMO THRU 1100-CARREGAR-TERMO-EXIT
039900        MOVE "N" TO WS-GM-DISPONIVEL-SW
040000        OPEN INPUT GRADE-MASTER
040100        IF WS-FS-GRADE = "00"
040200            MOVE "Y" TO WS-GM-DISPONIVEL-SW
040300        ELSE
040400            DISPLAY "GRADE-MASTER NAO PODE SER ABERTO - STATUS "
040500                WS-FS-GRADE
040600                " - ABERTURA DE PROCESSOS INDISPONIVEL"
040700        END-IF
040800        PERFORM 1500-CARREGAR-REGISTRO
040900            THRU 1500-CARREGAR-REGISTRO-EXIT
041000        IF RV-ESTOURO
041100            DISPLAY "APPEAL-REGISTER EXCEDE A TABELA EM MEMORIA "
041200                "- SESSAO ENCERRADA"
041300            STOP RUN
041400        END-IF
041500        MOVE WS-RV-QTD TO WS-QTD-ED
041600        DISPLAY "REGISTRO DE REVISOES: " WS-QTD-ED " PROCESSOS"
041700        OPEN EXTEND HISTORIA-FILE
041800        IF WS-FS-HISTORIA NOT = "00"
041900            OPEN OUTPUT HISTORIA-FILE
042000        END-IF
042100        IF WS-FS-HISTORIA NOT = "00"
042200            DISPLAY "REVHIST NAO PODE SER ABERTO - STATUS "
042300                WS-FS-HISTORIA
042400            STOP RUN
042500        END-IF.
042600    1000-INICIALIZAR-EXIT.
042700        EXIT.
042800
042900******************************************************************
043000* 1100-CARREGAR-TERMO - KEEPS THE LAST TERM OF TERM-FILE. CASES
043100*     ARE OPENED ONLY AGAINST THE OPEN TERM, THE ONLY ONE THE
043200*     GRADE CORRECTION MAY STILL TOUCH.
043300******************************************************************
043400    1100-CARREGAR-TERMO.
043500        OPEN INPUT TERM-FILE
043600        IF WS-FS-TERMO NOT = "00"
043700            DISPLAY "TERM-FILE NAO ENCONTRADO - STATUS "
043800                WS-FS-TERMO
043900                " - ABERTURA DE PROCESSOS INDISPONIVEL"
044000            GO TO 1100-CARREGAR-TERMO-EXIT
044100        END-IF
044200        PERFORM 1110-LER-TERMO THRU 1110-LER-TERMO-EXIT
044300            UNTIL EOF-TERMOS
044400        CLOSE TERM-FILE
044500        IF WS-ANO-LETIVO = ZERO
044600            DISPLAY "TERM-FILE VAZIO - ABERTURA DE PROCESSOS "
044700                "INDISPONIVEL"
044800            GO TO 1100-CARREGAR-TERMO-EXIT
044900        END-IF
045000        IF WS-TERMO-STATUS NOT = "ABERTO "
045100            DISPLAY "TERMO " WS-ANO-LETIVO "/" WS-SEMESTRE
045200                " JA FECHADO - ABERTURA DE PROCESSOS INDISPONIVEL"
045300        ELSE
045400            DISPLAY "REVISOES DO TERMO " WS-ANO-LETIVO "/"
045500                WS-SEMESTRE
045600        END-IF.
045700    1100-CARREGAR-TERMO-EXIT.
045800        EXIT.
045900
046000    1110-LER-TERMO.
046100        READ TERM-FILE
046200            AT END
046300                MOVE "Y" TO WS-EOF-TERMO-SW
046400            NOT AT END
046500                MOVE TRM-ANO    TO WS-ANO-LETIVO
046600                MOVE TRM-SEM    TO WS-SEMESTRE
046700                MOVE TRM-STATUS TO WS-TERMO-STATUS
046800        END-READ.
046900    1110-LER-TERMO-EXIT.
047000        EXIT.
047100
047200******************************************************************
047300* 1500-CARREGAR-REGISTRO - LOADS APPEAL-REGISTER INTO THE TABLE
047400*     AND NOTES THE HIGHEST CASE NUMBER ISSUED. A MISSING FILE
047500*     ONLY MEANS NO CASE WAS OPENED YET.
047600******************************************************************
047700    1500-CARREGAR-REGISTRO.
047800        MOVE ZERO TO WS-RV-QTD
047900        MOVE ZERO TO WS-ULTIMO-NUMERO
048000        MOVE "N" TO WS-EOF-REVISAO-SW
048100        MOVE "N" TO WS-RV-ESTOURO-SW
048200        OPEN INPUT APPEAL-REGISTER
048300        IF WS-FS-REVISAO NOT = "00"
048400            GO TO 1500-CARREGAR-REGISTRO-EXIT
048500        END-IF
048600        PERFORM 1510-LER-REGISTRO THRU 1510-LER-REGISTRO-EXIT
048700            UNTIL EOF-REVISAO
048800        CLOSE APPEAL-REGISTER.
048900    1500-CARREGAR-REGISTRO-EXIT.
049000        EXIT.
049100
049200    1510-LER-REGISTRO.
049300        READ APPEAL-REGISTER
049400            AT END
049500                MOVE "Y" TO WS-EOF-REVISAO-SW
049600            NOT AT END
049700                IF WS-RV-QTD >= WS-RV-MAX
049800                    MOVE "Y" TO WS-RV-ESTOURO-SW
049900                    DISPLAY "TABELA DE REVISOES CHEIA - PROCESSO "
050000                        RV-NUMERO " NAO CARREGADO"
050100                ELSE
050200                    ADD 1 TO WS-RV-QTD
050300                    MOVE REVISAO-RECORD
050400                        TO WS-RV-ENTRADA (WS-RV-QTD)
050500                    IF RV-NUMERO NUMERIC
050600                        AND RV-NUMERO > WS-ULTIMO-NUMERO
050700                        MOVE RV-NUMERO TO WS-ULTIMO-NUMERO
050800                    END-IF
050900                END-IF
051000        END-READ.
051100    1510-LER-REGISTRO-EXIT.
051200        EXIT.
051300
051400******************************************************************
051500* 2000-MENU - SHOWS THE REGISTER MENU AND DISPATCHES THE OPTION
051600*     CHOSEN.
051700******************************************************************
051800    2000-MENU.
051900        DISPLAY " "
052000        DISPLAY "REGISTRO DE REVISOES DE NOTA:"
052100        DISPLAY "  (1) ABRIR PROCESSO"
052200        DISPLAY "  (2) REGISTRAR DECISAO"
052300        DISPLAY "  (3) CONSULTAR PROCESSO"
052400        DISPLAY "  (4) LISTAR PROCESSOS EM ANDAMENTO"
052450        DISPLAY "  (5) ENCERRAR PROCESSO JA CORRIGIDO"
052500        DISPLAY "  (9) ENCERRAR"
052600        ACCEPT WS-OPCAO
052700        IF WS-OPCAO = "1"
052800            PERFORM 3000-ABRIR-PROCESSO
052900                THRU 3000-ABRIR-PROCESSO-EXIT
053000        ELSE
053100            IF WS-OPCAO = "2"
053200                PERFORM 4000-DECIDIR THRU 4000-DECIDIR-EXIT
053300            ELSE
053400                IF WS-OPCAO = "3"
053500                    PERFORM 5000-CONSULTAR
053600                        THRU 5000-CONSULTAR-EXIT
053700                ELSE
053800                    IF WS-OPCAO = "4"
053900                        PERFORM 5500-LISTAR THRU 5500-LISTAR-EXIT
054000                    ELSE
054063                        IF WS-OPCAO = "5"
054126                            PERFORM 4500-ENCERRAR-PROCESSO
054189                                THRU 4500-ENCERRAR-PROCESSO-EXIT
054252                        ELSE
054315                            IF WS-OPCAO = "9"
054378                                MOVE "Y" TO WS-FIM-SESSAO-SW
054441                            ELSE
054504                                DISPLAY "OPCAO INVALIDA"
054567                            END-IF
054630                        END-IF
054660                    END-IF
054700                END-IF
054800            END-IF
054900        END-IF.
055000    2000-MENU-EXIT.
055100        EXIT.
055200
055300******************************************************************
055400* 3000-ABRIR-PROCESSO - OPENS A CASE FOR A POSTING OF THE OPEN
055500*     TERM. THE POSTING MUST EXIST AND NOT BE TRANCADO, AND THE
055600*     SAME AVALIACAO MAY NOT HAVE ANOTHER CASE IN PROGRESS. THE
055700*     FILING DATE IS CHECKED AGAINST THE PUBLICATION DATE OF THE
055800*     POSTING: WITHIN WS-PRAZO-PEDIDO DAYS THE CASE IS ABERTO,
055900*     TO BE ANSWERED WITHIN WS-PRAZO-RESPOSTA DAYS OF THE FILING;
056000*     OUT OF TIME IT IS STILL REGISTERED, SO THE FILING IS ON
056100*     RECORD, BUT CLOSED AT ONCE AS INDEFERIDO.
056200******************************************************************
056300    3000-ABRIR-PROCESSO.
056400        IF WS-TERMO-STATUS NOT = "ABERTO " OR NOT GM-DISPONIVEL
056500            DISPLAY "SEM TERMO ABERTO OU SEM GRADE-MASTER - "
056600                "ABERTURA DE PROCESSOS INDISPONIVEL"
056700            GO TO 3000-ABRIR-PROCESSO-EXIT
056800        END-IF
056900        DISPLAY "INFORME A MATRICULA (BRANCO P/ CANCELAR):"
057000        MOVE SPACES TO WS-MATRICULA-ALVO
057100        ACCEPT WS-MATRICULA-ALVO
057200        IF WS-MATRICULA-ALVO = SPACES
057300            GO TO 3000-ABRIR-PROCESSO-EXIT
057400        END-IF
057500        DISPLAY "INFORME O CODIGO DA DISCIPLINA:"
057600        MOVE SPACES TO WS-CURSO-ALVO
057700        ACCEPT WS-CURSO-ALVO
057800        MOVE "Y" TO WS-GM-ACHADO-SW
057900        MOVE WS-MATRICULA-ALVO TO GM-MATRICULA
058000        MOVE WS-CURSO-ALVO     TO GM-CURSO
058100        MOVE WS-ANO-LETIVO     TO GM-ANO
058200        MOVE WS-SEMESTRE       TO GM-SEM
058300        READ GRADE-MASTER
058400            INVALID KEY
058500                MOVE "N" TO WS-GM-ACHADO-SW
058600        END-READ
058700        IF NOT GM-ACHADO
058800            DISPLAY "ALUNO " WS-MATRICULA-ALVO " SEM POSTAGEM "
058900                "NA DISCIPLINA " WS-CURSO-ALVO " NO TERMO "
059000                WS-ANO-LETIVO "/" WS-SEMESTRE " - NADA A REVISAR"
059100            GO TO 3000-ABRIR-PROCESSO-EXIT
059200        END-IF
059300        IF GM-STATUS = "TRANCADO "
059400            DISPLAY "ALUNO " WS-MATRICULA-ALVO " TRANCADO NA "
059500                "DISCIPLINA " WS-CURSO-ALVO
059600                " - SEM NOTAS A REVISAR"
059700            GO TO 3000-ABRIR-PROCESSO-EXIT
059800        END-IF
059900        DISPLAY "POSTAGEM DE " GM-MATRICULA " " GM-NOME
060000        MOVE "N" TO WS-VALOR-OK-SW
060100        PERFORM 3100-LER-AVALIACAO THRU 3100-LER-AVALIACAO-EXIT
060200            UNTIL VALOR-OK
060300        PERFORM 1500-CARREGAR-REGISTRO
060400            THRU 1500-CARREGAR-REGISTRO-EXIT
060500        IF RV-ESTOURO OR WS-RV-QTD >= WS-RV-MAX
060600            DISPLAY "TABELA DE REVISOES CHEIA - ABERTURA NEGADA"
060700            GO TO 3000-ABRIR-PROCESSO-EXIT
060800        END-IF
060900        MOVE "N" TO WS-RV-ACHADO-SW
061000        MOVE 1 TO WS-RV-IDX
061100        PERFORM 3150-PROCURAR-DUPLICADO
061200            THRU 3150-PROCURAR-DUPLICADO-EXIT
061300            UNTIL RV-ACHADO OR WS-RV-IDX > WS-RV-QTD
061400        IF RV-ACHADO
061500            DISPLAY "AVALIACAO JA CONTESTADA NO PROCESSO "
061600                RV-NUMERO " EM ANDAMENTO - ABERTURA NEGADA"
061700            GO TO 3000-ABRIR-PROCESSO-EXIT
061800        END-IF
061900        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
062000        MOVE "N" TO WS-VALOR-OK-SW
062100        PERFORM 3200-LER-DATA-PEDIDO
062200            THRU 3200-LER-DATA-PEDIDO-EXIT
062300            UNTIL VALOR-OK
062400        PERFORM 3300-BUSCAR-PUBLICACAO
062500            THRU 3300-BUSCAR-PUBLICACAO-EXIT
062600        IF WS-DATA-PUBLIC = ZERO
062700            DISPLAY "NENHUMA PUBLICACAO DESTA POSTAGEM NA TRILHA "
062800                "DE AUDITORIA"
062900            MOVE "N" TO WS-CANCELADO-SW
063000            MOVE "N" TO WS-VALOR-OK-SW
063100            PERFORM 3400-LER-DATA-PUBLIC
063200                THRU 3400-LER-DATA-PUBLIC-EXIT
063300                UNTIL VALOR-OK OR OPERACAO-CANCELADA
063400            IF OPERACAO-CANCELADA
063500                GO TO 3000-ABRIR-PROCESSO-EXIT
063600            END-IF
063700            MOVE "I" TO WS-ORIGEM-PUBLIC
063800        ELSE
063900            MOVE WS-DATA-PUBLIC TO WS-DATA-ED
064000            DISPLAY "POSTAGEM PUBLICADA EM " WS-DATA-ED
064100            MOVE "A" TO WS-ORIGEM-PUBLIC
064200        END-IF
064300        IF WS-DATA-PEDIDO < WS-DATA-PUBLIC
064400            DISPLAY "DATA DO PEDIDO ANTERIOR A PUBLICACAO - "
064500                "ABERTURA NEGADA"
064600            GO TO 3000-ABRIR-PROCESSO-EXIT
064700        END-IF
064800        MOVE WS-DATA-PEDIDO TO WS-DC-DATA
064900        PERFORM 8000-CONTAR-DIAS THRU 8000-CONTAR-DIAS-EXIT
065000        MOVE WS-DC-DIAS TO WS-DIAS-PEDIDO
065100        MOVE WS-DATA-PUBLIC TO WS-DC-DATA
065200        PERFORM 8000-CONTAR-DIAS THRU 8000-CONTAR-DIAS-EXIT
065300        MOVE WS-DC-DIAS TO WS-DIAS-PUBLIC
065400        COMPUTE WS-DIAS = WS-DIAS-PEDIDO - WS-DIAS-PUBLIC
065500        PERFORM 3500-MONTAR-PROCESSO
065600            THRU 3500-MONTAR-PROCESSO-EXIT
065700        ADD 1 TO WS-RV-QTD
065800        MOVE WS-RV-QTD TO WS-RV-IDX
065900        MOVE REVISAO-RECORD TO WS-RV-ENTRADA (WS-RV-IDX)
066000        PERFORM 9000-REGRAVAR-REGISTRO
066100            THRU 9000-REGRAVAR-REGISTRO-EXIT
066120        IF REGRAVACAO-FALHOU
066140            DISPLAY "PROCESSO NAO REGISTRADO - ABERTURA CANCELADA"
066160            GO TO 3000-ABRIR-PROCESSO-EXIT
066180        END-IF
066200        MOVE SPACES TO WS-IMAGEM-ANTES
066300        MOVE REVISAO-RECORD TO WS-IMAGEM-DEPOIS
066400        MOVE "ABERTURA " TO WS-ACAO
066500        PERFORM 7000-GRAVAR-HISTORIA
066600            THRU 7000-GRAVAR-HISTORIA-EXIT
066700        MOVE "ABERTO   " TO WS-EV-STATUS
066800        MOVE "RVAB" TO WS-EV-MOTIVO
066900        PERFORM 7500-GRAVAR-EVENTO THRU 7500-GRAVAR-EVENTO-EXIT
067000        MOVE WS-DIAS TO WS-QTD-ED
067100        IF RV-TEMPESTIVO
067200            MOVE RV-PRAZO-RESPOSTA TO WS-DATA-ED
067300            DISPLAY "PROCESSO " RV-NUMERO " ABERTO - PEDIDO "
067400                WS-QTD-ED " DIA(S) APOS A PUBLICACAO"
067500            DISPLAY "RESPOSTA DEVIDA ATE " WS-DATA-ED
067600        ELSE
067700            MOVE "INDEFERID" TO WS-EV-STATUS
067800            MOVE "RVPZ" TO WS-EV-MOTIVO
067900            PERFORM 7500-GRAVAR-EVENTO
068000                THRU 7500-GRAVAR-EVENTO-EXIT
068100            DISPLAY "PROCESSO " RV-NUMERO " REGISTRADO E "
068200                "INDEFERIDO - PEDIDO " WS-QTD-ED " DIA(S) APOS "
068300                "A PUBLICACAO, PRAZO " WS-PRAZO-PEDIDO " DIA(S)"
068400        END-IF.
068500    3000-ABRIR-PROCESSO-EXIT.
068600        EXIT.
068700
068800******************************************************************
068900* 3100-LER-AVALIACAO - PROMPTS FOR THE AVALIACAO CONTESTED: 1 TO
069000*     4, OR 0 WHEN THE POSTING IS CONTESTED AS A WHOLE.
069100******************************************************************
069200    3100-LER-AVALIACAO.
069300        DISPLAY "INFORME A AVALIACAO CONTESTADA (1-4, 0 = "
069400            "POSTAGEM INTEIRA):"
069500        MOVE SPACE TO WS-RESPOSTA
069600        ACCEPT WS-RESPOSTA
069700        IF WS-RESPOSTA < "0" OR WS-RESPOSTA > "4"
069800            DISPLAY "AVALIACAO INVALIDA - USE 0 A 4"
069900        ELSE
070000            MOVE WS-RESPOSTA TO WS-AVALIACAO-ALVO
070100            MOVE "Y" TO WS-VALOR-OK-SW
070200        END-IF.
070300    3100-LER-AVALIACAO-EXIT.
070400        EXIT.
070500
070600******************************************************************
070700* 3150-PROCURAR-DUPLICADO - LOOKS FOR A CASE STILL IN PROGRESS
070800*     FOR THE SAME POSTING AND AVALIACAO, LEAVING IT IN THE
070900*     APPEAL-REGISTER RECORD AREA WHEN FOUND.
071000******************************************************************
071100    3150-PROCURAR-DUPLICADO.
071200        MOVE WS-RV-ENTRADA (WS-RV-IDX) TO REVISAO-RECORD
071300        IF RV-MATRICULA = WS-MATRICULA-ALVO
071400            AND RV-CURSO = WS-CURSO-ALVO
071500            AND RV-ANO = WS-ANO-LETIVO
071600            AND RV-SEM = WS-SEMESTRE
071700            AND RV-AVALIACAO = WS-AVALIACAO-ALVO
071800            AND RV-EM-ANDAMENTO
071900            MOVE "Y" TO WS-RV-ACHADO-SW
072000        ELSE
072100            ADD 1 TO WS-RV-IDX
072200        END-IF.
072300    3150-PROCURAR-DUPLICADO-EXIT.
072400        EXIT.
072500
072600******************************************************************
072700* 3200-LER-DATA-PEDIDO - PROMPTS FOR THE DATE THE STUDENT FILED
072800*     THE APPEAL AT THE SECRETARIAT (BLANK FOR TODAY). IT MUST BE
072900*     A CALENDAR DATE NOT AFTER TODAY.
073000******************************************************************
073100    3200-LER-DATA-PEDIDO.
073200        DISPLAY "INFORME A DATA DO PEDIDO (AAAAMMDD, BRANCO P/ "
073300            "HOJE):"
073400        MOVE SPACES TO WS-DATA-ENTRADA
073500        ACCEPT WS-DATA-ENTRADA
073600        IF WS-DATA-ENTRADA = SPACES
073700            MOVE WS-DATA-HOJE TO WS-DATA-PEDIDO
073800            MOVE "Y" TO WS-VALOR-OK-SW
073900            GO TO 3200-LER-DATA-PEDIDO-EXIT
074000        END-IF
074100        IF WS-DATA-ENTRADA IS NOT NUMERIC
074200            DISPLAY "ENTRADA INVALIDA - USE 8 DIGITOS AAAAMMDD"
074300            GO TO 3200-LER-DATA-PEDIDO-EXIT
074400        END-IF
074500        MOVE WS-DATA-ENTRADA-NUM TO WS-DC-DATA
074600        PERFORM 8100-VALIDAR-DATA THRU 8100-VALIDAR-DATA-EXIT
074700        IF NOT DATA-VALIDA
074800            DISPLAY "DATA INVALIDA - USE AAAAMMDD"
074900            GO TO 3200-LER-DATA-PEDIDO-EXIT
075000        END-IF
075100        IF WS-DATA-ENTRADA-NUM > WS-DATA-HOJE
075200            DISPLAY "DATA DO PEDIDO POSTERIOR A HOJE"
075300            GO TO 3200-LER-DATA-PEDIDO-EXIT
075400        END-IF
075500        MOVE WS-DATA-ENTRADA-NUM TO WS-DATA-PEDIDO
075600        MOVE "Y" TO WS-VALOR-OK-SW.
075700    3200-LER-DATA-PEDIDO-EXIT.
075800        EXIT.
075900
076000******************************************************************
076100* 3300-BUSCAR-PUBLICACAO - DATES THE PUBLICATION OF THE POSTING
076200*     FROM THE AUDIT TRAIL: THE LATEST ENTRY FOR THE MATRICULA
076300*     AND CURSO THAT POSTED A RESULT (GRADING RUN, RECUPERACAO,
076400*     COMPLEMENTARY NOTA, OR THE AFTER-IMAGE OF A CORRECTION).
076500*     THE ARCHIVE AUDHIST IS READ FIRST, THEN THE LIVE LOG. THE
076600*     LOG CARRIES NO TERM, BUT A LATER POSTING OF THE SAME
076700*     DISCIPLINE ALWAYS BELONGS TO A LATER TERM, SO THE LATEST
076800*     ENTRY IS THE ONE OF THE OPEN TERM. ZERO WHEN NONE IS FOUND.
076900******************************************************************
077000    3300-BUSCAR-PUBLICACAO.
077100        MOVE ZERO TO WS-DATA-PUBLIC
077200        OPEN INPUT AUDIT-HISTORY
077300        IF WS-FS-AUDHIST = "00"
077400            MOVE "N" TO WS-EOF-AUDIT-SW
077500            PERFORM 3310-LER-HISTORICO
077600                THRU 3310-LER-HISTORICO-EXIT
077700                UNTIL EOF-AUDIT
077800            CLOSE AUDIT-HISTORY
077900        END-IF
078000        OPEN INPUT AUDIT-LOG
078100        IF WS-FS-AUDIT = "00"
078200            MOVE "N" TO WS-EOF-AUDIT-SW
078300            PERFORM 3320-LER-LOG THRU 3320-LER-LOG-EXIT
078400                UNTIL EOF-AUDIT
078500            CLOSE AUDIT-LOG
078600        END-IF.
078700    3300-BUSCAR-PUBLICACAO-EXIT.
078800        EXIT.
078900
079000    3310-LER-HISTORICO.
079100        READ AUDIT-HISTORY
079200            AT END
079300                MOVE "Y" TO WS-EOF-AUDIT-SW
079400            NOT AT END
079500                MOVE HISTORY-RECORD TO AUDIT-RECORD
079600                PERFORM 3330-EXAMINAR-ENTRADA
079700                    THRU 3330-EXAMINAR-ENTRADA-EXIT
079800        END-READ.
079900    3310-LER-HISTORICO-EXIT.
080000        EXIT.
080100
080200    3320-LER-LOG.
080300        READ AUDIT-LOG
080400            AT END
080500                MOVE "Y" TO WS-EOF-AUDIT-SW
080600            NOT AT END
080700                PERFORM 3330-EXAMINAR-ENTRADA
080800                    THRU 3330-EXAMINAR-ENTRADA-EXIT
080900        END-READ.
081000    3320-LER-LOG-EXIT.
081100        EXIT.
081200
081300    3330-EXAMINAR-ENTRADA.
081400        IF AU-MATRICULA NOT = WS-MATRICULA-ALVO
081500            OR AU-CURSO NOT = WS-CURSO-ALVO
081600            OR AU-MOTIVO = "ANT."
081700            OR AU-DATA NOT NUMERIC
081800            GO TO 3330-EXAMINAR-ENTRADA-EXIT
081900        END-IF
082000        MOVE AU-STATUS TO WS-STATUS-LIDO
082100        IF STATUS-DE-POSTAGEM AND AU-DATA > WS-DATA-PUBLIC
082200            MOVE AU-DATA TO WS-DATA-PUBLIC
082300        END-IF.
082400    3330-EXAMINAR-ENTRADA-EXIT.
082500        EXIT.
082600
082700******************************************************************
082800* 3400-LER-DATA-PUBLIC - WHEN THE AUDIT TRAIL HAS NO PUBLICATION
082900*     OF THE POSTING (POSTED BEFORE THE TRAIL, OR ARCHIVED AWAY),
083000*     THE SECRETARIAT TYPES THE DATE THE RESULT WAS PUBLISHED;
083100*     THE CASE RECORDS THAT THE DATE WAS INFORMED, NOT AUDITED.
083200*     BLANK CANCELS THE OPENING.
083300******************************************************************
083400    3400-LER-DATA-PUBLIC.
083500        DISPLAY "INFORME A DATA DE PUBLICACAO DO RESULTADO "
083600            "(AAAAMMDD, BRANCO P/ CANCELAR):"
083700        MOVE SPACES TO WS-DATA-ENTRADA
083800        ACCEPT WS-DATA-ENTRADA
083900        IF WS-DATA-ENTRADA = SPACES
084000            MOVE "Y" TO WS-CANCELADO-SW
084100            GO TO 3400-LER-DATA-PUBLIC-EXIT
084200        END-IF
084300        IF WS-DATA-ENTRADA IS NOT NUMERIC
084400            DISPLAY "ENTRADA INVALIDA - USE 8 DIGITOS AAAAMMDD"
084500            GO TO 3400-LER-DATA-PUBLIC-EXIT
084600        END-IF
084700        MOVE WS-DATA-ENTRADA-NUM TO WS-DC-DATA
084800        PERFORM 8100-VALIDAR-DATA THRU 8100-VALIDAR-DATA-EXIT
084900        IF NOT DATA-VALIDA
085000            DISPLAY "DATA INVALIDA - USE AAAAMMDD"
085100            GO TO 3400-LER-DATA-PUBLIC-EXIT
085200        END-IF
085300        MOVE WS-DATA-ENTRADA-NUM TO WS-DATA-PUBLIC
085400        MOVE "Y" TO WS-VALOR-OK-SW.
085500    3400-LER-DATA-PUBLIC-EXIT.
085600        EXIT.
085700
085800******************************************************************
085900* 3500-MONTAR-PROCESSO - BUILDS THE NEW CASE IN THE APPEAL-
086000*     REGISTER RECORD AREA: NEXT CASE NUMBER, THE POSTING AND THE
086100*     NOTA CONTESTED (THE RESULT WHEN THE WHOLE POSTING IS), THE
086200*     DATES, AND THE RESPONSE DEADLINE. A FILING OUT OF TIME IS
086300*     CLOSED AS INDEFERIDO BY THE OPERATOR WHO REGISTERED IT.
086400******************************************************************
086500    3500-MONTAR-PROCESSO.
086600        MOVE SPACES TO REVISAO-RECORD
086700        ADD 1 TO WS-ULTIMO-NUMERO
086800        MOVE WS-ULTIMO-NUMERO   TO RV-NUMERO
086900        MOVE WS-MATRICULA-ALVO  TO RV-MATRICULA
087000        MOVE WS-CURSO-ALVO      TO RV-CURSO
087100        MOVE WS-ANO-LETIVO      TO RV-ANO
087200        MOVE WS-SEMESTRE        TO RV-SEM
087300        MOVE WS-AVALIACAO-ALVO  TO RV-AVALIACAO
087400        MOVE WS-DATA-PEDIDO     TO RV-DATA-PEDIDO
087500        MOVE WS-DATA-PUBLIC     TO RV-DATA-PUBLICACAO
087600        MOVE WS-ORIGEM-PUBLIC   TO RV-ORIGEM-PUBLIC
087700        MOVE WS-OPERADOR        TO RV-OPER-ABERTURA
087800        MOVE ZERO               TO RV-DATA-DECISAO
087900                                   RV-DATA-CORRECAO
088000                                   RV-NOTA-DEPOIS
088100        IF WS-AVALIACAO-ALVO = 1
088200            MOVE GM-NOTA1 TO RV-NOTA-ANTES
088300        END-IF
088400        IF WS-AVALIACAO-ALVO = 2
088500            MOVE GM-NOTA2 TO RV-NOTA-ANTES
088600        END-IF
088700        IF WS-AVALIACAO-ALVO = 3
088800            MOVE GM-NOTA3 TO RV-NOTA-ANTES
088900        END-IF
089000        IF WS-AVALIACAO-ALVO = 4
089100            MOVE GM-NOTA4 TO RV-NOTA-ANTES
089200        END-IF
089300        IF WS-AVALIACAO-ALVO = 0
089400            MOVE GM-RESULT TO RV-NOTA-ANTES
089500        END-IF
089600        MOVE WS-DATA-PEDIDO TO WS-DC-DATA
089700        PERFORM 8200-SOMAR-UM-DIA THRU 8200-SOMAR-UM-DIA-EXIT
089800            WS-PRAZO-RESPOSTA TIMES
089900        MOVE WS-DC-DATA TO RV-PRAZO-RESPOSTA
090000        IF WS-DIAS > WS-PRAZO-PEDIDO
090100            MOVE "N"            TO RV-NO-PRAZO
090200            MOVE "I"            TO RV-SITUACAO
090300            MOVE WS-OPERADOR    TO RV-DECISOR
090400            MOVE WS-OPERADOR    TO RV-OPER-DECISAO
090500            MOVE WS-DATA-HOJE   TO RV-DATA-DECISAO
090600            MOVE "PEDIDO FORA DO PRAZO REGULAMENTAR"
090700                                TO RV-FUNDAMENTO
090800        ELSE
090900            MOVE "S"            TO RV-NO-PRAZO
091000            MOVE "A"            TO RV-SITUACAO
091100        END-IF.
091200    3500-MONTAR-PROCESSO-EXIT.
091300        EXIT.
091400
091500******************************************************************
091600* 4000-DECIDIR - RECORDS THE DECISION OF AN ABERTO CASE: WHO
091700*     DECIDED (THE PROFESSOR OR COORDINATOR ID, TYPED BY THE
091800*     SECRETARIAT), DEFERIDO OR INDEFERIDO, AND ITS GROUNDS.
091900*     INDEFERIDO CLOSES THE CASE WITH NO GRADE CHANGE; DEFERIDO
092000*     RELEASES THE POSTING TO THE GRADE CORRECTION.
092100******************************************************************
092200    4000-DECIDIR.
092300        PERFORM 6500-OBTER-NUMERO THRU 6500-OBTER-NUMERO-EXIT
092400        IF NOT RV-ACHADO
092500            GO TO 4000-DECIDIR-EXIT
092600        END-IF
092700        PERFORM 5100-MOSTRAR-PROCESSO
092800            THRU 5100-MOSTRAR-PROCESSO-EXIT
092900        IF NOT RV-ABERTO
093000            DISPLAY "PROCESSO " RV-NUMERO " JA DECIDIDO - "
093100                "DECISAO NAO REGISTRADA"
093200            GO TO 4000-DECIDIR-EXIT
093300        END-IF
093400        MOVE "N" TO WS-CANCELADO-SW
093500        MOVE "N" TO WS-VALOR-OK-SW
093600        PERFORM 4100-LER-DECISAO THRU 4100-LER-DECISAO-EXIT
093700            UNTIL VALOR-OK OR OPERACAO-CANCELADA
093800        IF OPERACAO-CANCELADA
093900            GO TO 4000-DECIDIR-EXIT
094000        END-IF
094100        MOVE SPACES TO WS-DECISOR
094200        PERFORM 4200-LER-DECISOR THRU 4200-LER-DECISOR-EXIT
094300            UNTIL WS-DECISOR NOT = SPACES
094400        MOVE SPACES TO WS-FUNDAMENTO
094500        PERFORM 4300-LER-FUNDAMENTO THRU 4300-LER-FUNDAMENTO-EXIT
094600            UNTIL WS-FUNDAMENTO NOT = SPACES
094700        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
094800        MOVE REVISAO-RECORD TO WS-IMAGEM-ANTES
094900        MOVE WS-DECISAO     TO RV-SITUACAO
095000        MOVE WS-DECISOR     TO RV-DECISOR
095100        MOVE WS-OPERADOR    TO RV-OPER-DECISAO
095200        MOVE WS-DATA-HOJE   TO RV-DATA-DECISAO
095300        MOVE WS-FUNDAMENTO  TO RV-FUNDAMENTO
095400        MOVE REVISAO-RECORD TO WS-RV-ENTRADA (WS-RV-IDX)
095500        MOVE REVISAO-RECORD TO WS-IMAGEM-DEPOIS
095600        PERFORM 9000-REGRAVAR-REGISTRO
095700            THRU 9000-REGRAVAR-REGISTRO-EXIT
095716        IF REGRAVACAO-FALHOU
095732            DISPLAY "PROCESSO " RV-NUMERO " NAO REGRAVADO - "
095748                "DECISAO NAO REGISTRADA"
095764            GO TO 4000-DECIDIR-EXIT
095780        END-IF
095800        MOVE "DECISAO  " TO WS-ACAO
095900        PERFORM 7000-GRAVAR-HISTORIA
096000            THRU 7000-GRAVAR-HISTORIA-EXIT
096100        IF RV-DEFERIDO
096200            MOVE "DEFERIDO " TO WS-EV-STATUS
096300            MOVE "RVDF" TO WS-EV-MOTIVO
096400            DISPLAY "PROCESSO " RV-NUMERO " DEFERIDO - A "
096500                "POSTAGEM PODE SER CORRIGIDA COM ESTE NUMERO"
096600        ELSE
096700            MOVE "INDEFERID" TO WS-EV-STATUS
096800            MOVE "RVIN" TO WS-EV-MOTIVO
096900            DISPLAY "PROCESSO " RV-NUMERO " INDEFERIDO E "
097000                "ENCERRADO SEM ALTERACAO DE NOTA"
097100        END-IF
097200        PERFORM 7500-GRAVAR-EVENTO THRU 7500-GRAVAR-EVENTO-EXIT.
097300    4000-DECIDIR-EXIT.
097400        EXIT.
097500
097600    4100-LER-DECISAO.
097700        DISPLAY "DECISAO: (D) DEFERIDO  (I) INDEFERIDO  "
097800            "(BRANCO P/ CANCELAR)"
097900        MOVE SPACE TO WS-DECISAO
098000        ACCEPT WS-DECISAO
098100        IF WS-DECISAO = SPACE
098200            MOVE "Y" TO WS-CANCELADO-SW
098300        ELSE
098400            IF WS-DECISAO = "D" OR WS-DECISAO = "I"
098500                MOVE "Y" TO WS-VALOR-OK-SW
098600            ELSE
098700                DISPLAY "RESPONDA D OU I"
098800            END-IF
098900        END-IF.
099000    4100-LER-DECISAO-EXIT.
099100        EXIT.
099200
099300    4200-LER-DECISOR.
099400        DISPLAY "INFORME O ID DE QUEM DECIDIU (PROFESSOR OU "
099500            "COORDENADOR):"
099600        ACCEPT WS-DECISOR
099700        IF WS-DECISOR = SPACES
099800            DISPLAY "RESPONSAVEL PELA DECISAO OBRIGATORIO"
099900        END-IF.
100000    4200-LER-DECISOR-EXIT.
100100        EXIT.
100200
100300    4300-LER-FUNDAMENTO.
100400        DISPLAY "INFORME O FUNDAMENTO DA DECISAO (ATE 40 "
100500            "CARACTERES):"
100600        ACCEPT WS-FUNDAMENTO
100700        IF WS-FUNDAMENTO = SPACES
100800            DISPLAY "FUNDAMENTO OBRIGATORIO"
100900        END-IF.
101000    4300-LER-FUNDAMENTO-EXIT.
101003        EXIT.
101006
101009******************************************************************
101012* 4500-ENCERRAR-PROCESSO - CLOSES AS CORRIGIDO A DEFERIDO CASE
101015*     WHOSE POSTING THE GRADE CORRECTION (GRDCORR) ALREADY CHANGED
101018*     BUT COULD NOT CLOSE, BECAUSE APPEAL-REGISTER COULD NOT BE
101021*     REWRITTEN AT THE TIME. THE CORRECTION MUST BE ON THE AUDIT
101024*     TRAIL UNDER THE CASE NUMBER; WHO MADE IT AND WHEN ARE TAKEN
101027*     FROM THERE AND THE NOTA AFTER THE REVIEW FROM THE POSTING
101030*     AS IT STANDS, SO THE CASE ENDS AS GRDCORR WOULD HAVE LEFT
101033*     IT. A CASE WITH NO CORRECTION ON THE TRAIL STAYS DEFERIDO.
101036******************************************************************
101039    4500-ENCERRAR-PROCESSO.
101042        IF NOT GM-DISPONIVEL
101045            DISPLAY "SEM GRADE-MASTER - ENCERRAMENTO INDISPONIVEL"
101048            GO TO 4500-ENCERRAR-PROCESSO-EXIT
101051        END-IF
101054        PERFORM 6500-OBTER-NUMERO THRU 6500-OBTER-NUMERO-EXIT
101057        IF NOT RV-ACHADO
101060            GO TO 4500-ENCERRAR-PROCESSO-EXIT
101063        END-IF
101066        PERFORM 5100-MOSTRAR-PROCESSO
101069            THRU 5100-MOSTRAR-PROCESSO-EXIT
101072        IF NOT RV-DEFERIDO
101075            DISPLAY "PROCESSO " RV-NUMERO " NAO ESTA DEFERIDO - "
101078                "NADA A ENCERRAR"
101081            GO TO 4500-ENCERRAR-PROCESSO-EXIT
101084        END-IF
101087        MOVE "Y" TO WS-GM-ACHADO-SW
101090        MOVE RV-MATRICULA TO GM-MATRICULA
101093        MOVE RV-CURSO     TO GM-CURSO
101096        MOVE RV-ANO       TO GM-ANO
101099        MOVE RV-SEM       TO GM-SEM
101102        READ GRADE-MASTER
101105            INVALID KEY
101108                MOVE "N" TO WS-GM-ACHADO-SW
101111        END-READ
101114        IF NOT GM-ACHADO
101117            DISPLAY "POSTAGEM DO PROCESSO " RV-NUMERO " NAO "
101120                "ENCONTRADA NA GRADE-MASTER - NADA A ENCERRAR"
101123            GO TO 4500-ENCERRAR-PROCESSO-EXIT
101126        END-IF
101129        PERFORM 4510-BUSCAR-CORRECAO
101132            THRU 4510-BUSCAR-CORRECAO-EXIT
101135        IF WS-DATA-CORRECAO = ZERO
101144            DISPLAY "NENHUMA CORRECAO DO PROCESSO " RV-NUMERO
101145                " NA TRILHA DE AUDITORIA - LANCE A CORRECAO "
101146                "PELA CORRECAO DE NOTAS"
101147            GO TO 4500-ENCERRAR-PROCESSO-EXIT
101148        END-IF
101149        IF RV-AVALIACAO = 1
101150            MOVE GM-NOTA1 TO WS-NOTA-CORRIGIDA
101151        END-IF
101152        IF RV-AVALIACAO = 2
101153            MOVE GM-NOTA2 TO WS-NOTA-CORRIGIDA
101154        END-IF
101155        IF RV-AVALIACAO = 3
101156            MOVE GM-NOTA3 TO WS-NOTA-CORRIGIDA
101157        END-IF
101158        IF RV-AVALIACAO = 4
101159            MOVE GM-NOTA4 TO WS-NOTA-CORRIGIDA
101160        END-IF
101161        IF RV-AVALIACAO = 0
101162            MOVE GM-RESULT TO WS-NOTA-CORRIGIDA
101163        END-IF
101164        MOVE WS-DATA-CORRECAO TO WS-DATA-ED
101165        MOVE WS-NOTA-CORRIGIDA TO WS-NOTA-ED
101166        DISPLAY "CORRECAO FEITA EM " WS-DATA-ED " POR "
101167            WS-OPER-CORRECAO " - NOTA APOS REVISAO: " WS-NOTA-ED
101168        DISPLAY "CONFIRMA O ENCERRAMENTO COMO CORRIGIDO? (S/N)"
101169        MOVE SPACE TO WS-RESPOSTA
101170        ACCEPT WS-RESPOSTA
101171        IF WS-RESPOSTA NOT = "S"
101172            DISPLAY "PROCESSO " RV-NUMERO " NAO ENCERRADO"
101173            GO TO 4500-ENCERRAR-PROCESSO-EXIT
101174        END-IF
101175        MOVE REVISAO-RECORD    TO WS-IMAGEM-ANTES
101176        MOVE "C"               TO RV-SITUACAO
101177        MOVE WS-OPER-CORRECAO  TO RV-OPER-CORRECAO
101178        MOVE WS-DATA-CORRECAO  TO RV-DATA-CORRECAO
101179        MOVE WS-NOTA-CORRIGIDA TO RV-NOTA-DEPOIS
101180        MOVE REVISAO-RECORD TO WS-RV-ENTRADA (WS-RV-IDX)
101181        MOVE REVISAO-RECORD TO WS-IMAGEM-DEPOIS
101182        PERFORM 9000-REGRAVAR-REGISTRO
101183            THRU 9000-REGRAVAR-REGISTRO-EXIT
101184        IF REGRAVACAO-FALHOU
101185            DISPLAY "PROCESSO " RV-NUMERO " NAO REGRAVADO - "
101186                "ENCERRAMENTO NAO REGISTRADO"
101187            GO TO 4500-ENCERRAR-PROCESSO-EXIT
101188        END-IF
101189        MOVE "CORRECAO " TO WS-ACAO
101190        PERFORM 7000-GRAVAR-HISTORIA
101191            THRU 7000-GRAVAR-HISTORIA-EXIT
101192        MOVE "CORRIGIDO" TO WS-EV-STATUS
101193        MOVE "RVCO" TO WS-EV-MOTIVO
101194        PERFORM 7500-GRAVAR-EVENTO THRU 7500-GRAVAR-EVENTO-EXIT
101195        DISPLAY "PROCESSO " RV-NUMERO " ENCERRADO COMO CORRIGIDO".
101196    4500-ENCERRAR-PROCESSO-EXIT.
101197        EXIT.
101198
101199******************************************************************
101200* 4510-BUSCAR-CORRECAO - FINDS ON THE AUDIT TRAIL THE AFTER-IMAGE
101201*     OF THE CORRECTION OF THE CASE IN THE APPEAL-REGISTER RECORD
101202*     AREA: AN ENTRY FOR ITS MATRICULA AND CURSO CARRYING THE CASE
101203*     NUMBER AND A CORRECTION MOTIVO (NOT THE "ANT." BEFORE-IMAGE
101204*     NOR AN "RV.." EVENT OF THIS REGISTER), DATED NO EARLIER THAN
101205*     THE DECISION. AUDHIST IS READ FIRST, THEN THE LIVE LOG, AND
101206*     THE LATEST MATCH IS KEPT. WS-DATA-CORRECAO IS ZERO WHEN NONE
101207*     IS FOUND.
101208******************************************************************
101209    4510-BUSCAR-CORRECAO.
101210        MOVE ZERO   TO WS-DATA-CORRECAO
101211        MOVE SPACES TO WS-OPER-CORRECAO
101212        OPEN INPUT AUDIT-HISTORY
101213        IF WS-FS-AUDHIST = "00"
101214            MOVE "N" TO WS-EOF-AUDIT-SW
101215            PERFORM 4520-LER-HIST-CORRECAO
101216                THRU 4520-LER-HIST-CORRECAO-EXIT
101217                UNTIL EOF-AUDIT
101218            CLOSE AUDIT-HISTORY
101219        END-IF
101220        OPEN INPUT AUDIT-LOG
101221        IF WS-FS-AUDIT = "00"
101222            MOVE "N" TO WS-EOF-AUDIT-SW
101223            PERFORM 4530-LER-LOG-CORRECAO
101224                THRU 4530-LER-LOG-CORRECAO-EXIT
101225                UNTIL EOF-AUDIT
101226            CLOSE AUDIT-LOG
101227        END-IF.
101228    4510-BUSCAR-CORRECAO-EXIT.
101229        EXIT.
101230
101231    4520-LER-HIST-CORRECAO.
101232        READ AUDIT-HISTORY
101233            AT END
101234                MOVE "Y" TO WS-EOF-AUDIT-SW
101235            NOT AT END
101236                MOVE HISTORY-RECORD TO AUDIT-RECORD
101237                PERFORM 4540-EXAMINAR-CORRECAO
101238                    THRU 4540-EXAMINAR-CORRECAO-EXIT
101239        END-READ.
101240    4520-LER-HIST-CORRECAO-EXIT.
101241        EXIT.
101242
101243    4530-LER-LOG-CORRECAO.
101244        READ AUDIT-LOG
101245            AT END
101246                MOVE "Y" TO WS-EOF-AUDIT-SW
101247            NOT AT END
101248                PERFORM 4540-EXAMINAR-CORRECAO
101249                    THRU 4540-EXAMINAR-CORRECAO-EXIT
101250        END-READ.
101251    4530-LER-LOG-CORRECAO-EXIT.
101252        EXIT.
101253
101254    4540-EXAMINAR-CORRECAO.
101255        IF AU-EXECUCAO NOT NUMERIC
101256            OR AU-MATRICULA NOT = RV-MATRICULA
101257            OR AU-CURSO NOT = RV-CURSO
101258            OR AU-MOTIVO = SPACES
101259            OR AU-MOTIVO = "ANT."
101260            OR AU-MOTIVO (1:2) = "RV"
101261            OR AU-DATA NOT NUMERIC
101262            GO TO 4540-EXAMINAR-CORRECAO-EXIT
101263        END-IF
101264        IF AU-EXECUCAO NOT = RV-NUMERO
101265            OR AU-DATA < RV-DATA-DECISAO
101266            GO TO 4540-EXAMINAR-CORRECAO-EXIT
101267        END-IF
101268        MOVE AU-DATA     TO WS-DATA-CORRECAO
101269        MOVE AU-OPERADOR TO WS-OPER-CORRECAO.
101270    4540-EXAMINAR-CORRECAO-EXIT.
101271        EXIT.
101272
101300******************************************************************
101400* 5000-CONSULTAR - SHOWS ONE CASE IN FULL.
101500******************************************************************
101600    5000-CONSULTAR.
101700        PERFORM 6500-OBTER-NUMERO THRU 6500-OBTER-NUMERO-EXIT
101800        IF RV-ACHADO
101900            PERFORM 5100-MOSTRAR-PROCESSO
102000                THRU 5100-MOSTRAR-PROCESSO-EXIT
102100        END-IF.
102200    5000-CONSULTAR-EXIT.
102300        EXIT.
102400
102500******************************************************************
102600* 5100-MOSTRAR-PROCESSO - DISPLAYS THE CASE IN THE APPEAL-
102700*     REGISTER RECORD AREA.
102800******************************************************************
102900    5100-MOSTRAR-PROCESSO.
103000        PERFORM 5200-DESCREVER-SITUACAO
103100            THRU 5200-DESCREVER-SITUACAO-EXIT
103200        DISPLAY "PROCESSO " RV-NUMERO " - " WS-SITUACAO-DESC
103300        DISPLAY "  ALUNO " RV-MATRICULA " DISCIPLINA " RV-CURSO
103400            " TERMO " RV-ANO "/" RV-SEM " AVALIACAO "
103500            RV-AVALIACAO
103600        MOVE RV-DATA-PEDIDO TO WS-DATA-ED
103700        DISPLAY "  PEDIDO EM " WS-DATA-ED " POR " RV-OPER-ABERTURA
103800        MOVE RV-DATA-PUBLICACAO TO WS-DATA-ED
103900        IF RV-PUBLIC-INFORMADA
104000            DISPLAY "  PUBLICACAO EM " WS-DATA-ED " (INFORMADA)"
104100        ELSE
104200            DISPLAY "  PUBLICACAO EM " WS-DATA-ED " (AUDITORIA)"
104300        END-IF
104400        IF RV-TEMPESTIVO
104500            DISPLAY "  PEDIDO DENTRO DO PRAZO"
104600        ELSE
104700            DISPLAY "  PEDIDO FORA DO PRAZO"
104800        END-IF
104900        MOVE RV-PRAZO-RESPOSTA TO WS-DATA-ED
105000        DISPLAY "  RESPOSTA DEVIDA ATE " WS-DATA-ED
105100        MOVE RV-NOTA-ANTES TO WS-NOTA-ED
105200        DISPLAY "  NOTA CONTESTADA: " WS-NOTA-ED
105300        IF NOT RV-ABERTO
105400            MOVE RV-DATA-DECISAO TO WS-DATA-ED
105500            DISPLAY "  DECIDIDO EM " WS-DATA-ED " POR " RV-DECISOR
105600                " (REGISTRADO POR " RV-OPER-DECISAO ")"
105700            DISPLAY "  FUNDAMENTO: " RV-FUNDAMENTO
105800        END-IF
105900        IF RV-CORRIGIDO
106000            MOVE RV-DATA-CORRECAO TO WS-DATA-ED
106100            MOVE RV-NOTA-DEPOIS TO WS-NOTA-ED
106200            DISPLAY "  CORRIGIDO EM " WS-DATA-ED " POR "
106300                RV-OPER-CORRECAO " - NOTA APOS REVISAO: "
106400                WS-NOTA-ED
106500        END-IF.
106600    5100-MOSTRAR-PROCESSO-EXIT.
106700        EXIT.
106800
106900    5200-DESCREVER-SITUACAO.
107000        IF RV-ABERTO
107100            MOVE "ABERTO" TO WS-SITUACAO-DESC
107200        END-IF
107300        IF RV-DEFERIDO
107400            MOVE "DEFERIDO - A CORRIGIR" TO WS-SITUACAO-DESC
107500        END-IF
107600        IF RV-INDEFERIDO
107700            MOVE "INDEFERIDO" TO WS-SITUACAO-DESC
107800        END-IF
107900        IF RV-CORRIGIDO
108000            MOVE "CORRIGIDO" TO WS-SITUACAO-DESC
108100        END-IF.
108200    5200-DESCREVER-SITUACAO-EXIT.
108300        EXIT.
108400
108500******************************************************************
108600* 5500-LISTAR - LISTS EVERY CASE STILL IN PROGRESS (ABERTO OR
108700*     DEFERIDO AWAITING THE CORRECTION) WITH ITS RESPONSE
108800*     DEADLINE.
108900******************************************************************
109000    5500-LISTAR.
109100        PERFORM 1500-CARREGAR-REGISTRO
109200            THRU 1500-CARREGAR-REGISTRO-EXIT
109300        MOVE ZERO TO WS-CONTADOR
109400        DISPLAY "PROC. MATRICULA  CURSO  TERMO  AV PEDIDO     "
109500            "RESPOSTA   SITUACAO"
109600        MOVE 1 TO WS-RV-IDX
109700        PERFORM 5510-LISTAR-ENTRADA THRU 5510-LISTAR-ENTRADA-EXIT
109800            UNTIL WS-RV-IDX > WS-RV-QTD
109900        IF WS-CONTADOR = ZERO
110000            DISPLAY "NENHUM PROCESSO EM ANDAMENTO"
110100        END-IF.
110200    5500-LISTAR-EXIT.
110300        EXIT.
110400
110500    5510-LISTAR-ENTRADA.
110600        MOVE WS-RV-ENTRADA (WS-RV-IDX) TO REVISAO-RECORD
110700        ADD 1 TO WS-RV-IDX
110800        IF NOT RV-EM-ANDAMENTO
110900            GO TO 5510-LISTAR-ENTRADA-EXIT
111000        END-IF
111100        ADD 1 TO WS-CONTADOR
111200        PERFORM 5200-DESCREVER-SITUACAO
111300            THRU 5200-DESCREVER-SITUACAO-EXIT
111400        MOVE RV-DATA-PEDIDO TO WS-DATA-ED
111500        MOVE RV-PRAZO-RESPOSTA TO WS-PRAZO-ED
111600        DISPLAY RV-NUMERO " " RV-MATRICULA " " RV-CURSO " "
111700            RV-ANO "/" RV-SEM "  " RV-AVALIACAO " " WS-DATA-ED
111800            " " WS-PRAZO-ED " " WS-SITUACAO-DESC.
111900    5510-LISTAR-ENTRADA-EXIT.
112000        EXIT.
112100
112200******************************************************************
112300* 6500-OBTER-NUMERO - PROMPTS FOR A CASE NUMBER, RELOADS THE
112400*     REGISTER, AND LEAVES THE CASE IN THE APPEAL-REGISTER RECORD
112500*     AREA AND WS-RV-IDX ON ITS TABLE ENTRY WHEN FOUND.
112600******************************************************************
112700    6500-OBTER-NUMERO.
112800        MOVE "N" TO WS-RV-ACHADO-SW
112900        DISPLAY "INFORME O NUMERO DO PROCESSO:"
113000        MOVE SPACES TO WS-NUMERO-ENTRADA
113100        ACCEPT WS-NUMERO-ENTRADA
113200        INSPECT WS-NUMERO-ENTRADA REPLACING LEADING SPACE BY ZERO
113300        IF WS-NUMERO-ENTRADA IS NOT NUMERIC
113400            DISPLAY "NUMERO INVALIDO"
113500            GO TO 6500-OBTER-NUMERO-EXIT
113600        END-IF
113700        MOVE WS-NUMERO-ENTR-NUM TO WS-NUMERO-ALVO
113800        PERFORM 1500-CARREGAR-REGISTRO
113900            THRU 1500-CARREGAR-REGISTRO-EXIT
114000        MOVE 1 TO WS-RV-IDX
114100        PERFORM 6510-PROCURAR-NUMERO
114200            THRU 6510-PROCURAR-NUMERO-EXIT
114300            UNTIL RV-ACHADO OR WS-RV-IDX > WS-RV-QTD
114400        IF NOT RV-ACHADO
114500            DISPLAY "PROCESSO " WS-NUMERO-ALVO " NAO ENCONTRADO"
114600        END-IF.
114700    6500-OBTER-NUMERO-EXIT.
114800        EXIT.
114900
115000    6510-PROCURAR-NUMERO.
115100        MOVE WS-RV-ENTRADA (WS-RV-IDX) TO REVISAO-RECORD
115200        IF RV-NUMERO = WS-NUMERO-ALVO
115300            MOVE "Y" TO WS-RV-ACHADO-SW
115400        ELSE
115500            ADD 1 TO WS-RV-IDX
115600        END-IF.
115700    6510-PROCURAR-NUMERO-EXIT.
115800        EXIT.
115900
116000******************************************************************
116100* 7000-GRAVAR-HISTORIA - WRITES ONE CHANGE-HISTORY ENTRY: WHO,
116200*     WHEN, WHICH ACTION, WHICH CASE, FROM WHAT TO WHAT.
116300******************************************************************
116400    7000-GRAVAR-HISTORIA.
116500        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
116600        ACCEPT WS-HORA-AGORA FROM TIME
116700        MOVE SPACES TO HISTORIA-RECORD
116800        MOVE WS-DATA-HOJE     TO HIS-DATA
116900        MOVE WS-HORA-AGORA    TO HIS-HORA
117000        MOVE WS-OPERADOR      TO HIS-OPERADOR
117100        MOVE WS-ACAO          TO HIS-ACAO
117200        MOVE RV-NUMERO        TO HIS-NUMERO
117300        MOVE "ANTES:"         TO HIS-ROTULO-ANTES
117400        MOVE WS-IMAGEM-ANTES  TO HIS-ANTES
117500        MOVE "DEPOIS:"        TO HIS-ROTULO-DEPOIS
117600        MOVE WS-IMAGEM-DEPOIS TO HIS-DEPOIS
117700        WRITE HISTORIA-RECORD.
117800    7000-GRAVAR-HISTORIA-EXIT.
117900        EXIT.
118000
118100******************************************************************
118200* 7500-GRAVAR-EVENTO - RECORDS A CASE EVENT ON AUDIT-LOG
118300*     (EXTENDED, CREATED ON FIRST USE) FOR THE STUDENT AND
118400*     DISCIPLINE OF THE CASE IN THE APPEAL-REGISTER RECORD AREA,
118500*     WITH THE CASE NUMBER IN AU-EXECUCAO AND AN "RV" MOTIVO, THE
118600*     SAME PLACE THE CORRECTION THAT CLOSES THE CASE CARRIES IT.
118700******************************************************************
118800    7500-GRAVAR-EVENTO.
118900        OPEN EXTEND AUDIT-LOG
119000        IF WS-FS-AUDIT NOT = "00"
119100            OPEN OUTPUT AUDIT-LOG
119200        END-IF
119300        IF WS-FS-AUDIT NOT = "00"
119400            DISPLAY "AUDIT-LOG NAO PODE SER ABERTO - STATUS "
119500                WS-FS-AUDIT " - EVENTO DO PROCESSO NAO REGISTRADO"
119600            GO TO 7500-GRAVAR-EVENTO-EXIT
119700        END-IF
119800        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
119900        ACCEPT WS-HORA-AGORA FROM TIME
120000        MOVE SPACES          TO AUDIT-RECORD
120100        MOVE WS-DATA-HOJE    TO AU-DATA
120200        MOVE WS-HORA-AGORA   TO AU-HORA
120300        MOVE WS-OPERADOR     TO AU-OPERADOR
120400        MOVE RV-MATRICULA    TO AU-MATRICULA
120500        MOVE "REVISAO DE NOTA" TO AU-NOME
120600        MOVE ZERO            TO AU-NOTA1 AU-NOTA2 AU-NOTA3
120700                                AU-NOTA4
120800        MOVE RV-NOTA-ANTES   TO AU-RESULTADO
120900        MOVE WS-EV-STATUS    TO AU-STATUS
121000        MOVE WS-EV-MOTIVO    TO AU-MOTIVO
121100        MOVE RV-NUMERO       TO AU-EXECUCAO
121200        MOVE RV-CURSO        TO AU-CURSO
121300        PERFORM 9700-GRAVAR-AUDITORIA
121400            THRU 9700-GRAVAR-AUDITORIA-EXIT
121500        CLOSE AUDIT-LOG.
121600    7500-GRAVAR-EVENTO-EXIT.
121700        EXIT.
121800
121900******************************************************************
122000* 8000-CONTAR-DIAS - DAY NUMBER OF WS-DC-DATA IN WS-DC-DIAS. EACH
122100*     DIVISION IS AN INTEGER ONE, TRUNCATED AS THE COUNT NEEDS.
122200******************************************************************
122300    8000-CONTAR-DIAS.
122400        COMPUTE WS-DC-AUX = WS-DC-MES + 9
122500        DIVIDE WS-DC-AUX BY 12 GIVING WS-DC-PARCELA
122600            REMAINDER WS-DC-MES-MARCO
122700        DIVIDE WS-DC-MES-MARCO BY 10 GIVING WS-DC-PARCELA
122800        COMPUTE WS-DC-ANO-MARCO = WS-DC-ANO - WS-DC-PARCELA
122900        COMPUTE WS-DC-DIAS = 365 * WS-DC-ANO-MARCO + WS-DC-DIA
123000        DIVIDE WS-DC-ANO-MARCO BY 4 GIVING WS-DC-PARCELA
123100        ADD WS-DC-PARCELA TO WS-DC-DIAS
123200        DIVIDE WS-DC-ANO-MARCO BY 100 GIVING WS-DC-PARCELA
123300        SUBTRACT WS-DC-PARCELA FROM WS-DC-DIAS
123400        DIVIDE WS-DC-ANO-MARCO BY 400 GIVING WS-DC-PARCELA
123500        ADD WS-DC-PARCELA TO WS-DC-DIAS
123600        COMPUTE WS-DC-AUX = 153 * WS-DC-MES-MARCO + 2
123700        DIVIDE WS-DC-AUX BY 5 GIVING WS-DC-PARCELA
123800        ADD WS-DC-PARCELA TO WS-DC-DIAS.
123900    8000-CONTAR-DIAS-EXIT.
124000        EXIT.
124100
124200******************************************************************
124300* 8100-VALIDAR-DATA - SETS DATA-VALIDA WHEN WS-DC-DATA IS A
124400*     CALENDAR DATE (LEAP YEARS INCLUDED).
124500******************************************************************
124600    8100-VALIDAR-DATA.
124700        MOVE "N" TO WS-DATA-OK-SW
124800        IF WS-DC-ANO < 1900 OR WS-DC-MES < 1 OR WS-DC-MES > 12
124900            OR WS-DC-DIA < 1 OR WS-DC-DIA > 31
125000            GO TO 8100-VALIDAR-DATA-EXIT
125100        END-IF
125200        IF (WS-DC-MES = 4 OR WS-DC-MES = 6 OR WS-DC-MES = 9
125300            OR WS-DC-MES = 11) AND WS-DC-DIA > 30
125400            GO TO 8100-VALIDAR-DATA-EXIT
125500        END-IF
125600        IF WS-DC-MES = 2
125700            IF WS-DC-DIA > 29
125800                GO TO 8100-VALIDAR-DATA-EXIT
125900            END-IF
126000            IF WS-DC-DIA = 29
126100                DIVIDE WS-DC-ANO BY 4 GIVING WS-DC-PARCELA
126200                    REMAINDER WS-DC-AUX
126300                IF WS-DC-AUX NOT = ZERO
126400                    GO TO 8100-VALIDAR-DATA-EXIT
126500                END-IF
126600                DIVIDE WS-DC-ANO BY 100 GIVING WS-DC-PARCELA
126700                    REMAINDER WS-DC-AUX
126800                IF WS-DC-AUX = ZERO
126900                    DIVIDE WS-DC-ANO BY 400 GIVING WS-DC-PARCELA
127000                        REMAINDER WS-DC-AUX
127100                    IF WS-DC-AUX NOT = ZERO
127200                        GO TO 8100-VALIDAR-DATA-EXIT
127300                    END-IF
127400                END-IF
127500            END-IF
127600        END-IF
127700        MOVE "Y" TO WS-DATA-OK-SW.
127800    8100-VALIDAR-DATA-EXIT.
127900        EXIT.
128000
128100******************************************************************
128200* 8200-SOMAR-UM-DIA - MOVES WS-DC-DATA ONE CALENDAR DAY AHEAD,
128300*     TURNING THE MONTH AND THE YEAR WHEN THE DAY RUNS PAST THEIR
128400*     END.
128500******************************************************************
128600    8200-SOMAR-UM-DIA.
128700        ADD 1 TO WS-DC-DIA
128800        PERFORM 8100-VALIDAR-DATA THRU 8100-VALIDAR-DATA-EXIT
128900        IF DATA-VALIDA
129000            GO TO 8200-SOMAR-UM-DIA-EXIT
129100        END-IF
129200        MOVE 1 TO WS-DC-DIA
129300        ADD 1 TO WS-DC-MES
129400        IF WS-DC-MES > 12
129500            MOVE 1 TO WS-DC-MES
129600            ADD 1 TO WS-DC-ANO
129700        END-IF.
129800    8200-SOMAR-UM-DIA-EXIT.
129900        EXIT.
130000
130100******************************************************************
130200* 9000-REGRAVAR-REGISTRO - REWRITES APPEAL-REGISTER FROM THE TABLE
130300*     RIGHT AFTER A CHANGE, SO THE GRADE CORRECTION SEES IT AT
130400*     ONCE, AND PUTS THE CASE AT WS-RV-IDX BACK IN THE RECORD
130500*     AREA. THE BEFORE/AFTER IMAGES OF EVERY CHANGE ARE IN
130566*     REVHIST. A REGISTER THAT CANNOT BE OPENED OR WRITTEN SETS
130632*     REGRAVACAO-FALHOU, AND THE CALLER RECORDS NOTHING.
130700******************************************************************
130800    9000-REGRAVAR-REGISTRO.
130850        MOVE "N" TO WS-REGRAVACAO-SW
130900        OPEN OUTPUT APPEAL-REGISTER
131000        IF WS-FS-REVISAO NOT = "00"
131100            DISPLAY "APPEAL-REGISTER NAO PODE SER REGRAVADO - "
131200                "STATUS " WS-FS-REVISAO
131250            MOVE "Y" TO WS-REGRAVACAO-SW
131300            GO TO 9000-REGRAVAR-REGISTRO-EXIT
131400        END-IF
131500        MOVE 1 TO WS-RV-GRV
131600        PERFORM 9010-GRAVAR-ENTRADA THRU 9010-GRAVAR-ENTRADA-EXIT
131700            UNTIL WS-RV-GRV > WS-RV-QTD
131800        CLOSE APPEAL-REGISTER
131816        IF REGRAVACAO-FALHOU
131832            DISPLAY "ERRO DE GRAVACAO NO APPEAL-REGISTER - "
131848                "REGRAVACAO INCOMPLETA"
131864            GO TO 9000-REGRAVAR-REGISTRO-EXIT
131880        END-IF
131900        MOVE WS-RV-ENTRADA (WS-RV-IDX) TO REVISAO-RECORD.
132000    9000-REGRAVAR-REGISTRO-EXIT.
132100        EXIT.
132200
132300******************************************************************
132400* 9010-GRAVAR-ENTRADA - WRITES ONE TABLE ENTRY BACK TO
132500*     APPEAL-REGISTER.
132600******************************************************************
132700    9010-GRAVAR-ENTRADA.
132800        WRITE REVISAO-RECORD FROM WS-RV-ENTRADA (WS-RV-GRV)
132825        IF WS-FS-REVISAO NOT = "00"
132850            MOVE "Y" TO WS-REGRAVACAO-SW
132875        END-IF
132900        ADD 1 TO WS-RV-GRV.
133000    9010-GRAVAR-ENTRADA-EXIT.
133100        EXIT.
133200
133300******************************************************************
133400* 9700-GRAVAR-AUDITORIA - WRITES THE ENTRY BUILT IN AUDIT-RECORD
133500*     AS THE NEXT LINK OF THE AUDIT-LOG CHAIN: TAKES THE NEXT
133600*     GLOBAL SEQUENCE NUMBER FROM AUDIT-CONTROL, CHAINS THE CHECK
133700*     VALUE TO THE PREVIOUS ENTRY'S, WRITES THE ENTRY, AND ONLY
133800*     THEN ADVANCES AUDIT-CONTROL.
133900******************************************************************
134000    9700-GRAVAR-AUDITORIA.
134100        PERFORM 9710-LER-CONTROLE-AUDIT
134200            THRU 9710-LER-CONTROLE-AUDIT-EXIT
134300        ADD 1 TO WS-AUD-SEQUENCIA
134400        MOVE WS-AUD-SEQUENCIA TO AU-SEQUENCIA
134500        PERFORM 9720-CALCULAR-CHECAGEM
134600            THRU 9720-CALCULAR-CHECAGEM-EXIT
134700        MOVE WS-AUD-CHECAGEM TO AU-CHECAGEM
134800        WRITE AUDIT-RECORD
134900        IF WS-FS-AUDIT NOT = "00"
135000            DISPLAY "AUDIT-LOG NAO GRAVADO - STATUS " WS-FS-AUDIT
135100            GO TO 9700-GRAVAR-AUDITORIA-EXIT
135200        END-IF
135300        OPEN OUTPUT AUDIT-CONTROL
135400        IF WS-FS-AUDCTL NOT = "00"
135500            DISPLAY "AUDIT-CONTROL NAO PODE SER GRAVADO - STATUS "
135600                WS-FS-AUDCTL
135700            GO TO 9700-GRAVAR-AUDITORIA-EXIT
135800        END-IF
135900        MOVE SPACES TO AUDIT-CONTROL-RECORD
136000        MOVE WS-AUD-SEQUENCIA TO AUC-SEQUENCIA
136100        MOVE WS-AUD-CHECAGEM  TO AUC-CHECAGEM
136200        MOVE AU-DATA          TO AUC-DATA
136300        MOVE AU-HORA          TO AUC-HORA
136400        WRITE AUDIT-CONTROL-RECORD
136500        CLOSE AUDIT-CONTROL.
136600    9700-GRAVAR-AUDITORIA-EXIT.
136700        EXIT.
136800
136900******************************************************************
137000* 9710-LER-CONTROLE-AUDIT - READS THE LAST SEQUENCE NUMBER AND
137100*     CHECK VALUE ISSUED. IT IS READ AT EVERY ENTRY, NOT ONCE PER
137200*     RUN, SO TWO PROGRAMS WRITING IN THE SAME PERIOD NEVER REUSE
137300*     A NUMBER. WITHOUT AUDIT-CONTROL THE CHAIN STARTS AT 1.
137400******************************************************************
137500    9710-LER-CONTROLE-AUDIT.
137600        MOVE ZERO TO WS-AUD-SEQUENCIA
137700        MOVE ZERO TO WS-AUD-CHECAGEM
137800        OPEN INPUT AUDIT-CONTROL
137900        IF WS-FS-AUDCTL NOT = "00"
138000            GO TO 9710-LER-CONTROLE-AUDIT-EXIT
138100        END-IF
138200        READ AUDIT-CONTROL
138300            NOT AT END
138400                MOVE AUC-SEQUENCIA TO WS-AUD-SEQUENCIA
138500                MOVE AUC-CHECAGEM  TO WS-AUD-CHECAGEM
138600        END-READ
138700        CLOSE AUDIT-CONTROL.
138800    9710-LER-CONTROLE-AUDIT-EXIT.
138900        EXIT.
139000
139100******************************************************************
139200* 9720-CALCULAR-CHECAGEM - FOLDS EVERY BYTE OF THE ENTRY, FROM
139300*     AU-DATA THROUGH AU-SEQUENCIA, INTO THE PREVIOUS ENTRY'S
139400*     CHECK VALUE (TIMES 31, PLUS THE BYTE AND ITS POSITION,
139500*     MODULO THE PRIME 999999937). THE CHAIN VERIFICATION
139600*     RECOMPUTES IT THE SAME WAY.
139700******************************************************************
139800    9720-CALCULAR-CHECAGEM.
139900        MOVE WS-AUD-CHECAGEM TO WS-AUD-ACUM
140000        PERFORM 9730-SOMAR-BYTE THRU 9730-SOMAR-BYTE-EXIT
140100            VARYING WS-AUD-POS FROM 1 BY 1
140200            UNTIL WS-AUD-POS > WS-AUD-TAM-COBERTO
140300        MOVE WS-AUD-ACUM TO WS-AUD-CHECAGEM.
140400    9720-CALCULAR-CHECAGEM-EXIT.
140500        EXIT.
140600
140700    9730-SOMAR-BYTE.
140800        MOVE AUDIT-RECORD(WS-AUD-POS:1) TO WS-AUD-BYTE
140900        COMPUTE WS-AUD-ACUM = WS-AUD-ACUM * 31
141000            + WS-AUD-BYTE-NUM + WS-AUD-POS
141100        DIVIDE WS-AUD-ACUM BY WS-AUD-MODULO
141200            GIVING WS-AUD-QUOC REMAINDER WS-AUD-RESTO
141300        MOVE WS-AUD-RESTO TO WS-AUD-ACUM.
141400    9730-SOMAR-BYTE-EXIT.
141500        EXIT.
141600
141700    END PROGRAM RevManut.
