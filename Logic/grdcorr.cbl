001930*                  THE COURSE MINIMUM THE STATUS STAYS REPROV-F
001940*                  WHATEVER THE CORRECTED MEDIA, THE SAME RULE
001950*                  THE GRADING PROGRAM ENFORCES.
001960* 2026-10-15  HSM  A TRANCADO POSTING IS REFUSED: A WITHDRAWN
001970*                  STUDENT HAS NO GRADE TO CORRECT, AND ONLY THE
001980*                  ENROLLMENT MAINTENANCE MAY UNDO A TRANCAMENTO.
001983* 2026-10-15  HSM  AUDIT-LOG ENTRIES NOW CARRY A GLOBAL SEQUENCE
001986*                  NUMBER AND A CHECK VALUE CHAINED TO THE PRIOR
001989*                  ENTRY, TAKEN FROM AND RECORDED IN AUDIT-CONTROL
001992*                  (AUDCTL), SO A DELETED, EDITED OR REORDERED
001995*                  ENTRY IS CAUGHT BY THE CHAIN VERIFICATION.
001996* 2026-10-15  HSM  A CORRECTION NOW NEEDS A GRADE-APPEAL CASE OF
001997*                  THE APPEAL-REGISTER (REVFILE) DEFERIDO FOR THE
001998*                  SAME MATRICULA, CURSO AND TERM: ONLY THE NOTA
001999*                  OF THE AVALIACAO CONTESTED IS RE-ENTERED (ALL
002015*                  FOUR WHEN THE WHOLE POSTING WAS), THE CASE
002031*                  NUMBER GOES IN AU-EXECUCAO OF THE BEFORE/AFTER
002047*                  PAIR, AND THE CORRECTION CLOSES THE CASE AS
002063*                  CORRIGIDO, LOGGED TO REVHIST.
002065* 2026-10-15  HSM  THE CASE IS RELOADED AND MUST STILL BE DEFERIDO
002067*                  RIGHT BEFORE THE POSTING IS REWRITTEN, SO IT
002069*                  AUTHORISES ONE CORRECTION ONLY. A FAILED
002071*                  REWRITE OF APPEAL-REGISTER IS REPORTED AND THE
002073*                  CASE LISTED AS PENDING CLOSURE.
002079******************************************************************
002100    IDENTIFICATION DIVISION.
002200    PROGRAM-ID. GrdCorrecao.
002300    AUTHOR. HENRIQUE S. MENDES.
003900        SELECT AUDIT-LOG ASSIGN TO "AUDFILE"
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS WS-FS-AUDIT.
004125        SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
004150            ORGANIZATION IS LINE SEQUENTIAL
004175            FILE STATUS IS WS-FS-AUDCTL.
004200        SELECT OPERATOR-FILE ASSIGN TO "OPRFILE"
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS WS-FS-OPERADOR.
004500        SELECT TERM-FILE ASSIGN TO "TRMFILE"
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS WS-FS-TERMO.
004714        SELECT APPEAL-REGISTER ASSIGN TO "REVFILE"
004728            ORGANIZATION IS LINE SEQUENTIAL
004742            FILE STATUS IS WS-FS-REVISAO.
004756        SELECT HISTORIA-FILE ASSIGN TO "REVHIST"
004770            ORGANIZATION IS LINE SEQUENTIAL
004784            FILE STATUS IS WS-FS-HISTORIA.
004800
004900    DATA DIVISION.
005000    FILE SECTION.
005800    FD  AUDIT-LOG
005900        RECORDING MODE IS F.
006000    COPY AUDREC.
006001
006025    FD  AUDIT-CONTROL
006050        RECORDING MODE IS F.
006075    COPY AUCREC.
006100
006200    FD  OPERATOR-FILE
006300        RECORDING MODE IS F.
007100    FD  TERM-FILE
007200        RECORDING MODE IS F.
007300    COPY TRMREC.
007302
007304    FD  APPEAL-REGISTER
007308        RECORDING MODE IS F.
007312    COPY REVREC.
007316
007320    FD  HISTORIA-FILE
007324        RECORDING MODE IS F.
007328    01  HISTORIA-RECORD.
007332        05  HIS-DATA            PIC 9(08).
007336        05  FILLER              PIC X(01) VALUE SPACE.
007340        05  HIS-HORA            PIC 9(08).
007344        05  FILLER              PIC X(01) VALUE SPACE.
007348        05  HIS-OPERADOR        PIC X(08).
007352        05  FILLER              PIC X(01) VALUE SPACE.
007356        05  HIS-ACAO            PIC X(09).
007360        05  FILLER              PIC X(01) VALUE SPACE.
007364        05  HIS-NUMERO          PIC 9(05).
007368        05  FILLER              PIC X(01) VALUE SPACE.
007372        05  HIS-ROTULO-ANTES    PIC X(06) VALUE "ANTES:".
007376        05  HIS-ANTES           PIC X(150).
007380        05  FILLER              PIC X(01) VALUE SPACE.
007384        05  HIS-ROTULO-DEPOIS   PIC X(07) VALUE "DEPOIS:".
007388        05  HIS-DEPOIS          PIC X(150).
007400
007500    WORKING-STORAGE SECTION.
007600    01  WS-FS-GRADE             PIC X(02).
007700    01  WS-FS-CONTROL           PIC X(02).
007800    01  WS-FS-AUDIT             PIC X(02).
007805    01  WS-FS-AUDCTL            PIC X(02).
007810*   AUDIT-LOG CHAIN: SEQUENCE NUMBER AND CHECK VALUE OF THE ENTRY
007815*   BEING WRITTEN, AND THE WORK FIELDS OF THE CHECK VALUE. EACH
007820*   BYTE OF THE ENTRY IS TAKEN AS A NUMBER THROUGH THE BINARY
007825*   REDEFINITION OF WS-AUD-BYTE-GRP.
007830    01  WS-AUD-SEQUENCIA        PIC 9(09) VALUE ZERO.
007835    01  WS-AUD-CHECAGEM         PIC 9(09) VALUE ZERO.
007840    01  WS-AUD-POS              PIC 9(03) VALUE ZERO.
007845    01  WS-AUD-TAM-COBERTO      PIC 9(03) VALUE 121.
007850    01  WS-AUD-MODULO           PIC 9(09) VALUE 999999937.
007855    01  WS-AUD-ACUM             PIC 9(12) VALUE ZERO.
007860    01  WS-AUD-QUOC             PIC 9(12) VALUE ZERO.
007865    01  WS-AUD-RESTO            PIC 9(12) VALUE ZERO.
007870    01  WS-AUD-BYTE-GRP.
007875        05  FILLER              PIC X(01) VALUE LOW-VALUE.
007880        05  WS-AUD-BYTE         PIC X(01).
007885    01  WS-AUD-BYTE-NUM REDEFINES WS-AUD-BYTE-GRP
007890                                PIC 9(04) COMP.
007900    01  WS-FS-OPERADOR          PIC X(02).
008000    01  WS-FS-TERMO             PIC X(02).
008033    01  WS-FS-REVISAO           PIC X(02).
008066    01  WS-FS-HISTORIA          PIC X(02).
008100
008200    01  WS-OPERADOR             PIC X(08).
008300    01  WS-SENHA                PIC X(08).
011400                                PIC 9(02)V99.
011500    01  WS-NOTA-ED              PIC Z9.99.
011600    01  WS-QTD-CORRIGIDOS       PIC 9(05) VALUE ZERO.
011605*   GRADE-APPEAL CASE AUTHORIZING THE CORRECTION: ITS NUMBER, THE
011610*   AVALIACAO CONTESTED (ZERO FOR THE WHOLE POSTING), AND THE
011615*   REGISTER IT IS KEPT IN, RELOADED WHEN THE CASE IS LOOKED UP
011620*   AND AGAIN WHEN IT IS CLOSED, SINCE THE SECRETARIAT MAY BE
011625*   WORKING ON THE REGISTER AT THE SAME TIME.
011630    01  WS-PROCESSO-NUM         PIC 9(05) VALUE ZERO.
011635    01  WS-PROC-AVALIACAO       PIC 9(01) VALUE ZERO.
011640    01  WS-NUMERO-ENTRADA       PIC X(05).
011645    01  WS-NUMERO-ENTR-NUM REDEFINES WS-NUMERO-ENTRADA
011650                                PIC 9(05).
011655    01  WS-IMAGEM-ANTES         PIC X(150).
011660    01  WS-RV-QTD               PIC 9(04) VALUE ZERO.
011665    01  WS-RV-IDX               PIC 9(04) VALUE ZERO.
011670    01  WS-RV-GRV               PIC 9(04) VALUE ZERO.
011675    01  WS-RV-MAX               PIC 9(04) VALUE 3000.
011680    01  WS-RV-TABELA.
011685        05  WS-RV-ENTRADA       PIC X(150) OCCURS 3000 TIMES.
011700
011800    01  WS-INDICADORES.
011900        05  WS-EOF-CONTROL-SW   PIC X(01) VALUE "N".
013600            88  EOF-TERMOS                 VALUE "Y".
013700        05  WS-MOTIVO-OK-SW     PIC X(01) VALUE "N".
013800            88  MOTIVO-INFORMADO           VALUE "Y".
013811        05  WS-EOF-REVISAO-SW   PIC X(01) VALUE "N".
013822            88  EOF-REVISAO                VALUE "Y".
013833        05  WS-RV-ACHADO-SW     PIC X(01) VALUE "N".
013844            88  RV-ACHADO                  VALUE "Y".
013855        05  WS-RV-ESTOURO-SW    PIC X(01) VALUE "N".
013866            88  RV-ESTOURO                 VALUE "Y".
013877        05  WS-PROCESSO-OK-SW   PIC X(01) VALUE "N".
013888            88  PROCESSO-AUTORIZADO        VALUE "Y".
013890        05  WS-ENCERRAMENTO-SW  PIC X(01) VALUE "N".
013892            88  PROCESSO-ENCERRADO         VALUE "Y".
013894        05  WS-REGRAVACAO-SW    PIC X(01) VALUE "N".
013896            88  REGRAVACAO-FALHOU          VALUE "Y".
013900
014000    PROCEDURE DIVISION.
014100    0000-MAINLINE.
028000                                AU-NOTA4 AU-RESULTADO
028100        MOVE "NEGADO   "     TO AU-STATUS
028110        MOVE ZERO            TO AU-EXECUCAO
028200        PERFORM 9700-GRAVAR-AUDITORIA
028250            THRU 9700-GRAVAR-AUDITORIA-EXIT.
028300    0058-GRAVAR-ACESSO-NEGADO-EXIT.
028400        EXIT.
028500
033200
033300******************************************************************
033400* 2000-CORRIGIR-ALUNO - ONE CORRECTION: LOOKS THE POSTING UP BY
033471*     MATRICULA + CURSO IN THE OPEN TERM, DEMANDS THE DEFERIDO
033542*     GRADE-APPEAL CASE FOR IT, SHOWS IT, TAKES THE CORRECTED
033613*     NOTAS AND A REASON CODE, RECOMPUTES RESULT AND STATUS WITH
033684*     THE COURSE PESOS AND MEDIA, LOGS THE BEFORE/AFTER PAIR WITH
033727*     THE CASE NUMBER, REWRITES THE POSTING IN PLACE, AND CLOSES
033770*     THE CASE. THE CASE IS RELOADED JUST BEFORE THE BEFORE IMAGE
033813*     IS LOGGED AND MUST STILL BE DEFERIDO, SO A SECOND SESSION
033856*     CANNOT USE IT AGAIN ONCE IT IS CLOSED.
033900******************************************************************
034000    2000-CORRIGIR-ALUNO.
034100        DISPLAY "INFORME A MATRICULA (BRANCO P/ ENCERRAR):"
036300                WS-ANO-LETIVO "/" WS-SEMESTRE
036400            GO TO 2000-CORRIGIR-ALUNO-EXIT
036500        END-IF
036510        IF GM-STATUS = "TRANCADO "
036520            DISPLAY "ALUNO " WS-MATRICULA-ALVO " TRANCADO NA "
036530                "DISCIPLINA " WS-CODIGO-CURSO " - SEM NOTAS A "
036540                "CORRIGIR"
036550            DISPLAY "CANCELE O TRANCAMENTO NA MANUTENCAO DE "
036560                "MATRICULAS ANTES DE LANCAR NOTAS"
036570            GO TO 2000-CORRIGIR-ALUNO-EXIT
036580        END-IF
036582        PERFORM 2050-OBTER-PROCESSO THRU 2050-OBTER-PROCESSO-EXIT
036584        IF NOT PROCESSO-AUTORIZADO
036586            DISPLAY "CORRECAO RECUSADA - SO UM PROCESSO DE "
036588                "REVISAO DEFERIDO AUTORIZA ALTERAR A POSTAGEM"
036590            GO TO 2000-CORRIGIR-ALUNO-EXIT
036592        END-IF
036600        PERFORM 2100-MOSTRAR-POSTAGEM
036700            THRU 2100-MOSTRAR-POSTAGEM-EXIT
036800        PERFORM 0105-BUSCAR-PARAMETROS
036900            THRU 0105-BUSCAR-PARAMETROS-EXIT
037200        PERFORM 3000-OBTER-NOTAS THRU 3000-OBTER-NOTAS-EXIT
037300        PERFORM 3500-OBTER-MOTIVO THRU 3500-OBTER-MOTIVO-EXIT
037400        COMPUTE WS-NOVO-RESULT ROUNDED =
038100                MOVE "REPROVADO" TO WS-NOVO-STATUS
038200            END-IF
038210        END-IF
038215        PERFORM 2060-LOCALIZAR-PROCESSO
038220            THRU 2060-LOCALIZAR-PROCESSO-EXIT
038225        IF RV-ESTOURO OR NOT RV-ACHADO
038230            DISPLAY "PROCESSO " WS-PROCESSO-NUM " NAO CONFIRMADO "
038235                "NO REGISTRO DE REVISOES - CORRECAO NAO GRAVADA"
038240            GO TO 2000-CORRIGIR-ALUNO-EXIT
038245        END-IF
038250        IF NOT RV-DEFERIDO
038255            DISPLAY "PROCESSO " WS-PROCESSO-NUM " NAO ESTA MAIS "
038260                "DEFERIDO (SITUACAO " RV-SITUACAO ") - CORRECAO "
038265                "NAO GRAVADA"
038270            GO TO 2000-CORRIGIR-ALUNO-EXIT
038275        END-IF
038280        PERFORM 7600-GRAVAR-AUDIT-ANTES
038285            THRU 7600-GRAVAR-AUDIT-ANTES-EXIT
038300        MOVE WS-NOVA-NOTA1  TO GM-NOTA1
038400        MOVE WS-NOVA-NOTA2  TO GM-NOTA2
038500        MOVE WS-NOVA-NOTA3  TO GM-NOTA3
039400        END-IF
039500        PERFORM 7610-GRAVAR-AUDIT-DEPOIS
039600            THRU 7610-GRAVAR-AUDIT-DEPOIS-EXIT
039633        PERFORM 2200-ENCERRAR-PROCESSO
039666            THRU 2200-ENCERRAR-PROCESSO-EXIT
039700        ADD 1 TO WS-QTD-CORRIGIDOS
039800        DISPLAY "ALUNO " GM-MATRICULA " CORRIGIDO - NOVO "
039900            "RESULTADO " WS-NOVO-RESULT " " WS-NOVO-STATUS
039910        IF PROCESSO-ENCERRADO
039920            DISPLAY "PROCESSO DE REVISAO " WS-PROCESSO-NUM
039930                " ENCERRADO COMO CORRIGIDO"
039940        ELSE
039950            DISPLAY "PROCESSO DE REVISAO " WS-PROCESSO-NUM
039960                " PENDENTE DE ENCERRAMENTO - ENCERRE-O PELA "
039970                "OPCAO 5 DO REGISTRO DE REVISOES"
039990        END-IF.
040000    2000-CORRIGIR-ALUNO-EXIT.
040050        EXIT.
040100
040101******************************************************************
040102* 2050-OBTER-PROCESSO - PROMPTS FOR THE GRADE-APPEAL CASE BEHIND
040103*     THE CORRECTION AND SETS PROCESSO-AUTORIZADO ONLY WHEN IT IS
040104*     ON APPEAL-REGISTER FOR THIS MATRICULA, CURSO AND TERM AND
040105*     IS DEFERIDO: AN ABERTO CASE IS STILL UNDECIDED, AND AN
040106*     INDEFERIDO OR CORRIGIDO ONE IS CLOSED.
040107******************************************************************
040108    2050-OBTER-PROCESSO.
040109        MOVE "N" TO WS-PROCESSO-OK-SW
040110        DISPLAY "INFORME O NUMERO DO PROCESSO DE REVISAO:"
040111        MOVE SPACES TO WS-NUMERO-ENTRADA
040112        ACCEPT WS-NUMERO-ENTRADA
040113        INSPECT WS-NUMERO-ENTRADA REPLACING LEADING SPACE BY ZERO
040114        IF WS-NUMERO-ENTRADA IS NOT NUMERIC
040115            DISPLAY "NUMERO DE PROCESSO INVALIDO"
040116            GO TO 2050-OBTER-PROCESSO-EXIT
040117        END-IF
040118        MOVE WS-NUMERO-ENTR-NUM TO WS-PROCESSO-NUM
040119        PERFORM 2060-LOCALIZAR-PROCESSO
040120            THRU 2060-LOCALIZAR-PROCESSO-EXIT
040121        IF NOT RV-ACHADO
040122            DISPLAY "PROCESSO " WS-PROCESSO-NUM
040123                " NAO ENCONTRADO NO REGISTRO DE REVISOES"
040124            GO TO 2050-OBTER-PROCESSO-EXIT
040125        END-IF
040126        IF RV-MATRICULA NOT = GM-MATRICULA
040127            OR RV-CURSO NOT = GM-CURSO
040128            OR RV-ANO NOT = GM-ANO
040129            OR RV-SEM NOT = GM-SEM
040130            DISPLAY "PROCESSO " WS-PROCESSO-NUM " E DE "
040131                RV-MATRICULA " " RV-CURSO " " RV-ANO "/" RV-SEM
040132                " - NAO DESTA POSTAGEM"
040133            GO TO 2050-OBTER-PROCESSO-EXIT
040134        END-IF
040135        IF RV-ABERTO
040136            DISPLAY "PROCESSO " WS-PROCESSO-NUM
040137                " AINDA SEM DECISAO"
040138            GO TO 2050-OBTER-PROCESSO-EXIT
040139        END-IF
040140        IF NOT RV-DEFERIDO
040141            DISPLAY "PROCESSO " WS-PROCESSO-NUM
040142                " JA ENCERRADO (SITUACAO " RV-SITUACAO ")"
040143            GO TO 2050-OBTER-PROCESSO-EXIT
040144        END-IF
040145        MOVE RV-AVALIACAO TO WS-PROC-AVALIACAO
040146        IF WS-PROC-AVALIACAO = ZERO
040147            DISPLAY "PROCESSO " WS-PROCESSO-NUM " DEFERIDO - "
040148                "POSTAGEM INTEIRA EM REVISAO"
040149        ELSE
040150            DISPLAY "PROCESSO " WS-PROCESSO-NUM " DEFERIDO - "
040151                "AVALIACAO " WS-PROC-AVALIACAO " EM REVISAO"
040152        END-IF
040153        MOVE "Y" TO WS-PROCESSO-OK-SW.
040154    2050-OBTER-PROCESSO-EXIT.
040155        EXIT.
040156
040157******************************************************************
040158* 2060-LOCALIZAR-PROCESSO - RELOADS APPEAL-REGISTER AND LEAVES
040159*     CASE WS-PROCESSO-NUM IN ITS RECORD AREA, AND WS-RV-IDX ON
040160*     ITS TABLE ENTRY, WHEN FOUND.
040161******************************************************************
040162    2060-LOCALIZAR-PROCESSO.
040163        MOVE "N" TO WS-RV-ACHADO-SW
040164        MOVE "N" TO WS-RV-ESTOURO-SW
040165        MOVE "N" TO WS-EOF-REVISAO-SW
040166        MOVE ZERO TO WS-RV-QTD
040167        OPEN INPUT APPEAL-REGISTER
040168        IF WS-FS-REVISAO NOT = "00"
040169            DISPLAY "APPEAL-REGISTER NAO ENCONTRADO - STATUS "
040170                WS-FS-REVISAO
040171            GO TO 2060-LOCALIZAR-PROCESSO-EXIT
040172        END-IF
040173        PERFORM 2070-LER-PROCESSO THRU 2070-LER-PROCESSO-EXIT
040174            UNTIL EOF-REVISAO
040175        CLOSE APPEAL-REGISTER
040176        IF RV-ESTOURO
040177            DISPLAY "APPEAL-REGISTER EXCEDE A TABELA EM MEMORIA"
040178            GO TO 2060-LOCALIZAR-PROCESSO-EXIT
040179        END-IF
040180        MOVE 1 TO WS-RV-IDX
040181        PERFORM 2080-COMPARAR-PROCESSO
040182            THRU 2080-COMPARAR-PROCESSO-EXIT
040183            UNTIL RV-ACHADO OR WS-RV-IDX > WS-RV-QTD.
040184    2060-LOCALIZAR-PROCESSO-EXIT.
040185        EXIT.
040186
040187    2070-LER-PROCESSO.
040188        READ APPEAL-REGISTER
040189            AT END
040190                MOVE "Y" TO WS-EOF-REVISAO-SW
040191            NOT AT END
040192                IF WS-RV-QTD >= WS-RV-MAX
040193                    MOVE "Y" TO WS-RV-ESTOURO-SW
040194                ELSE
040195                    ADD 1 TO WS-RV-QTD
040196                    MOVE REVISAO-RECORD
040197                        TO WS-RV-ENTRADA (WS-RV-QTD)
040198                END-IF
040199        END-READ.
040206    2070-LER-PROCESSO-EXIT.
040213        EXIT.
040220
040227    2080-COMPARAR-PROCESSO.
040234        MOVE WS-RV-ENTRADA (WS-RV-IDX) TO REVISAO-RECORD
040241        IF RV-NUMERO = WS-PROCESSO-NUM
040248            MOVE "Y" TO WS-RV-ACHADO-SW
040255        ELSE
040262            ADD 1 TO WS-RV-IDX
040269        END-IF.
040276    2080-COMPARAR-PROCESSO-EXIT.
040283        EXIT.
040290
040300******************************************************************
040400* 2100-MOSTRAR-POSTAGEM - ECHOES THE POSTING AS IT STANDS BEFORE
040500*     ANYTHING IS TYPED OVER IT.
041700        MOVE GM-RESULT TO WS-NOTA-ED
041800        DISPLAY "  RESULTADO: " WS-NOTA-ED " " GM-STATUS.
041900    2100-MOSTRAR-POSTAGEM-EXIT.
041950        EXIT.
042000
042001******************************************************************
042002* 2200-ENCERRAR-PROCESSO - CLOSES THE CASE AS CORRIGIDO ONCE THE
042003*     POSTING IS REWRITTEN: WHO CORRECTED IT, WHEN, AND THE NOTA
042004*     AFTER THE REVIEW (THE RESULT WHEN THE WHOLE POSTING WAS
042005*     CONTESTED). THE CASE AND THE REGISTER ARE THE ONES RELOADED
042006*     BY 2000-CORRIGIR-ALUNO JUST BEFORE THE REWRITE, AND THE
042007*     BEFORE AND AFTER IMAGES GO TO REVHIST. PROCESSO-ENCERRADO
042008*     IS SET ONLY ONCE APPEAL-REGISTER WAS REWRITTEN WHOLE.
042009******************************************************************
042010    2200-ENCERRAR-PROCESSO.
042011        MOVE "N" TO WS-ENCERRAMENTO-SW
042013        MOVE "N" TO WS-REGRAVACAO-SW
042015        MOVE WS-RV-ENTRADA (WS-RV-IDX) TO REVISAO-RECORD
042016        MOVE REVISAO-RECORD TO WS-IMAGEM-ANTES
042017        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
042018        ACCEPT WS-HORA-AGORA FROM TIME
042019        MOVE "C"            TO RV-SITUACAO
042020        MOVE WS-OPERADOR    TO RV-OPER-CORRECAO
042021        MOVE WS-DATA-HOJE   TO RV-DATA-CORRECAO
042022        IF WS-PROC-AVALIACAO = 1
042023            MOVE GM-NOTA1 TO RV-NOTA-DEPOIS
042024        END-IF
042025        IF WS-PROC-AVALIACAO = 2
042026            MOVE GM-NOTA2 TO RV-NOTA-DEPOIS
042027        END-IF
042028        IF WS-PROC-AVALIACAO = 3
042029            MOVE GM-NOTA3 TO RV-NOTA-DEPOIS
042030        END-IF
042031        IF WS-PROC-AVALIACAO = 4
042032            MOVE GM-NOTA4 TO RV-NOTA-DEPOIS
042033        END-IF
042034        IF WS-PROC-AVALIACAO = 0
042035            MOVE GM-RESULT TO RV-NOTA-DEPOIS
042036        END-IF
042037        MOVE REVISAO-RECORD TO WS-RV-ENTRADA (WS-RV-IDX)
042038        OPEN OUTPUT APPEAL-REGISTER
042039        IF WS-FS-REVISAO NOT = "00"
042040            DISPLAY "APPEAL-REGISTER NAO PODE SER REGRAVADO - "
042041                "STATUS " WS-FS-REVISAO
042042            GO TO 2200-ENCERRAR-PROCESSO-EXIT
042043        END-IF
042044        MOVE 1 TO WS-RV-GRV
042045        PERFORM 2210-GRAVAR-PROCESSO
042046            THRU 2210-GRAVAR-PROCESSO-EXIT
042047            UNTIL WS-RV-GRV > WS-RV-QTD
042048        CLOSE APPEAL-REGISTER
042049        IF REGRAVACAO-FALHOU
042050            DISPLAY "ERRO DE GRAVACAO NO APPEAL-REGISTER - "
042051                "REGRAVACAO INCOMPLETA"
042052            GO TO 2200-ENCERRAR-PROCESSO-EXIT
042053        END-IF
042054        MOVE "Y" TO WS-ENCERRAMENTO-SW
042055        OPEN EXTEND HISTORIA-FILE
042056        IF WS-FS-HISTORIA NOT = "00"
042057            OPEN OUTPUT HISTORIA-FILE
042058        END-IF
042059        IF WS-FS-HISTORIA NOT = "00"
042060            DISPLAY "REVHIST NAO PODE SER ABERTO - STATUS "
042061                WS-FS-HISTORIA
042062            GO TO 2200-ENCERRAR-PROCESSO-EXIT
042063        END-IF
042064        MOVE SPACES TO HISTORIA-RECORD
042065        MOVE WS-DATA-HOJE     TO HIS-DATA
042066        MOVE WS-HORA-AGORA    TO HIS-HORA
042067        MOVE WS-OPERADOR      TO HIS-OPERADOR
042068        MOVE "CORRECAO "      TO HIS-ACAO
042069        MOVE WS-PROCESSO-NUM  TO HIS-NUMERO
042070        MOVE "ANTES:"         TO HIS-ROTULO-ANTES
042071        MOVE WS-IMAGEM-ANTES  TO HIS-ANTES
042072        MOVE "DEPOIS:"        TO HIS-ROTULO-DEPOIS
042073        MOVE WS-RV-ENTRADA (WS-RV-IDX) TO HIS-DEPOIS
042074        WRITE HISTORIA-RECORD
042075        CLOSE HISTORIA-FILE.
042076    2200-ENCERRAR-PROCESSO-EXIT.
042077        EXIT.
042078
042079    2210-GRAVAR-PROCESSO.
042080        WRITE REVISAO-RECORD FROM WS-RV-ENTRADA (WS-RV-GRV)
042081        IF WS-FS-REVISAO NOT = "00"
042082            MOVE "Y" TO WS-REGRAVACAO-SW
042083        END-IF
042084        ADD 1 TO WS-RV-GRV.
042085    2210-GRAVAR-PROCESSO-EXIT.
042086        EXIT.
042100
042200******************************************************************
042300* 0105-BUSCAR-PARAMETROS - LOADS THE COURSE MEDIA AND PESOS FROM
047800        EXIT.
047900
048000******************************************************************
048100* 3000-OBTER-NOTAS - RE-ENTERS THE NOTA OF THE AVALIACAO UNDER
048160*     REVIEW, OR ALL FOUR WHEN THE WHOLE POSTING IS, EACH
048220*     VALIDATED AGAINST THE 0.00-10.00 SCALE THE SAME WAY THE
048280*     GRADING PROGRAM VALIDATES A TYPED NOTA. THE OTHER NOTAS
048340*     STAY AS POSTED.
048400******************************************************************
048500    3000-OBTER-NOTAS.
048558        MOVE GM-NOTA1 TO WS-NOVA-NOTA1
048616        MOVE GM-NOTA2 TO WS-NOVA-NOTA2
048674        MOVE GM-NOTA3 TO WS-NOVA-NOTA3
048732        MOVE GM-NOTA4 TO WS-NOVA-NOTA4
048790        IF WS-PROC-AVALIACAO = 0 OR WS-PROC-AVALIACAO = 1
048848            MOVE "N" TO WS-NOTA-VALIDA-SW
048906            PERFORM 3010-LER-NOTA-1 THRU 3010-LER-NOTA-1-EXIT
048964                UNTIL NOTA-VALIDA
049022            MOVE WS-NOTA-TEMP TO WS-NOVA-NOTA1
049080        END-IF
049138        IF WS-PROC-AVALIACAO = 0 OR WS-PROC-AVALIACAO = 2
049196            MOVE "N" TO WS-NOTA-VALIDA-SW
049254            PERFORM 3020-LER-NOTA-2 THRU 3020-LER-NOTA-2-EXIT
049312                UNTIL NOTA-VALIDA
049370            MOVE WS-NOTA-TEMP TO WS-NOVA-NOTA2
049428        END-IF
049486        IF WS-PROC-AVALIACAO = 0 OR WS-PROC-AVALIACAO = 3
049544            MOVE "N" TO WS-NOTA-VALIDA-SW
049602            PERFORM 3030-LER-NOTA-3 THRU 3030-LER-NOTA-3-EXIT
049660                UNTIL NOTA-VALIDA
049718            MOVE WS-NOTA-TEMP TO WS-NOVA-NOTA3
049776        END-IF
049834        IF WS-PROC-AVALIACAO = 0 OR WS-PROC-AVALIACAO = 4
049892            MOVE "N" TO WS-NOTA-VALIDA-SW
049950            PERFORM 3040-LER-NOTA-4 THRU 3040-LER-NOTA-4-EXIT
050008                UNTIL NOTA-VALIDA
050066            MOVE WS-NOTA-TEMP TO WS-NOVA-NOTA4
050124        END-IF.
050200    3000-OBTER-NOTAS-EXIT.
050300        EXIT.
050400
057100
057200******************************************************************
057300* 7600-GRAVAR-AUDIT-ANTES - WRITES THE BEFORE IMAGE OF THE
057383*     POSTING TO AUDIT-LOG, AS IT STOOD, WITH "ANT." AS ITS
057466*     MOTIVO; THE AFTER ENTRY CARRIES THE REASON CODE. IT IS
057549*     WRITTEN ONLY ONCE THE CASE HAS BEEN CONFIRMED, RIGHT BEFORE
057632*     THE REWRITE, SO THE PAIR IS ADJACENT IN THE EXTEND-ONLY
057715*     LOG.
057800******************************************************************
057900    7600-GRAVAR-AUDIT-ANTES.
058000        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
059300        MOVE GM-STATUS       TO AU-STATUS
059400        MOVE "ANT."          TO AU-MOTIVO
059410        MOVE GM-CURSO        TO AU-CURSO
059420        MOVE WS-PROCESSO-NUM TO AU-EXECUCAO
059500        PERFORM 9700-GRAVAR-AUDITORIA
059550            THRU 9700-GRAVAR-AUDITORIA-EXIT.
059600    7600-GRAVAR-AUDIT-ANTES-EXIT.
059700        EXIT.
059800
059900******************************************************************
060000* 7610-GRAVAR-AUDIT-DEPOIS - WRITES THE AFTER IMAGE OF THE
060075*     POSTING, WITH THE REASON CODE, RIGHT BEHIND THE BEFORE
060150*     ENTRY. BOTH ENTRIES OF THE PAIR CARRY THE NUMBER OF THE
060225*     GRADE-APPEAL CASE IN AU-EXECUCAO.
060300******************************************************************
060400    7610-GRAVAR-AUDIT-DEPOIS.
060500        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
061800        MOVE GM-STATUS       TO AU-STATUS
061900        MOVE WS-MOTIVO       TO AU-MOTIVO
061910        MOVE GM-CURSO        TO AU-CURSO
061920        MOVE WS-PROCESSO-NUM TO AU-EXECUCAO
062000        PERFORM 9700-GRAVAR-AUDITORIA
062050            THRU 9700-GRAVAR-AUDITORIA-EXIT.
062100    7610-GRAVAR-AUDIT-DEPOIS-EXIT.
062133        EXIT.
062166
062201******************************************************************
062202* 9700-GRAVAR-AUDITORIA - WRITES THE ENTRY BUILT IN AUDIT-RECORD
062203*     AS THE NEXT LINK OF THE AUDIT-LOG CHAIN: TAKES THE NEXT
062204*     GLOBAL SEQUENCE NUMBER FROM AUDIT-CONTROL, CHAINS THE CHECK
062205*     VALUE TO THE PREVIOUS ENTRY'S, WRITES THE ENTRY, AND ONLY
062206*     THEN ADVANCES AUDIT-CONTROL.
062207******************************************************************
062208    9700-GRAVAR-AUDITORIA.
062209        PERFORM 9710-LER-CONTROLE-AUDIT
062210            THRU 9710-LER-CONTROLE-AUDIT-EXIT
062211        ADD 1 TO WS-AUD-SEQUENCIA
062212        MOVE WS-AUD-SEQUENCIA TO AU-SEQUENCIA
062213        PERFORM 9720-CALCULAR-CHECAGEM
062214            THRU 9720-CALCULAR-CHECAGEM-EXIT
062215        MOVE WS-AUD-CHECAGEM TO AU-CHECAGEM
062216        WRITE AUDIT-RECORD
062217        IF WS-FS-AUDIT NOT = "00"
062218            DISPLAY "AUDIT-LOG NAO GRAVADO - STATUS " WS-FS-AUDIT
062219            GO TO 9700-GRAVAR-AUDITORIA-EXIT
062220        END-IF
062221        OPEN OUTPUT AUDIT-CONTROL
062222        IF WS-FS-AUDCTL NOT = "00"
062223            DISPLAY "AUDIT-CONTROL NAO PODE SER GRAVADO - STATUS "
062224                WS-FS-AUDCTL
062225            GO TO 9700-GRAVAR-AUDITORIA-EXIT
062226        END-IF
062227        MOVE SPACES TO AUDIT-CONTROL-RECORD
062228        MOVE WS-AUD-SEQUENCIA TO AUC-SEQUENCIA
062229        MOVE WS-AUD-CHECAGEM  TO AUC-CHECAGEM
062230        MOVE AU-DATA          TO AUC-DATA
062231        MOVE AU-HORA          TO AUC-HORA
062232        WRITE AUDIT-CONTROL-RECORD
062233        CLOSE AUDIT-CONTROL.
062234    9700-GRAVAR-AUDITORIA-EXIT.
062235        EXIT.
062236
062237******************************************************************
062238* 9710-LER-CONTROLE-AUDIT - READS THE LAST SEQUENCE NUMBER AND
062239*     CHECK VALUE ISSUED. IT IS READ AT EVERY ENTRY, NOT ONCE PER
062240*     RUN, SO TWO PROGRAMS WRITING IN THE SAME PERIOD NEVER REUSE
062241*     A NUMBER. WITHOUT AUDIT-CONTROL THE CHAIN STARTS AT 1.
062242******************************************************************
062243    9710-LER-CONTROLE-AUDIT.
062244        MOVE ZERO TO WS-AUD-SEQUENCIA
062245        MOVE ZERO TO WS-AUD-CHECAGEM
062246        OPEN INPUT AUDIT-CONTROL
062247        IF WS-FS-AUDCTL NOT = "00"
062248            GO TO 9710-LER-CONTROLE-AUDIT-EXIT
062249        END-IF
062250        READ AUDIT-CONTROL
062251            NOT AT END
062252                MOVE AUC-SEQUENCIA TO WS-AUD-SEQUENCIA
062253                MOVE AUC-CHECAGEM  TO WS-AUD-CHECAGEM
062254        END-READ
062255        CLOSE AUDIT-CONTROL.
062256    9710-LER-CONTROLE-AUDIT-EXIT.
062257        EXIT.
062258
062259******************************************************************
062260* 9720-CALCULAR-CHECAGEM - FOLDS EVERY BYTE OF THE ENTRY, FROM
062261*     AU-DATA THROUGH AU-SEQUENCIA, INTO THE PREVIOUS ENTRY'S
062262*     CHECK VALUE (TIMES 31, PLUS THE BYTE AND ITS POSITION,
062263*     MODULO THE PRIME 999999937). THE CHAIN VERIFICATION
062264*     RECOMPUTES IT THE SAME WAY.
062265******************************************************************
062266    9720-CALCULAR-CHECAGEM.
062267        MOVE WS-AUD-CHECAGEM TO WS-AUD-ACUM
062268        PERFORM 9730-SOMAR-BYTE THRU 9730-SOMAR-BYTE-EXIT
062269            VARYING WS-AUD-POS FROM 1 BY 1
062270            UNTIL WS-AUD-POS > WS-AUD-TAM-COBERTO
062271        MOVE WS-AUD-ACUM TO WS-AUD-CHECAGEM.
062272    9720-CALCULAR-CHECAGEM-EXIT.
062273        EXIT.
062274
062275    9730-SOMAR-BYTE.
062276        MOVE AUDIT-RECORD(WS-AUD-POS:1) TO WS-AUD-BYTE
062277        COMPUTE WS-AUD-ACUM = WS-AUD-ACUM * 31
062278            + WS-AUD-BYTE-NUM + WS-AUD-POS
062279        DIVIDE WS-AUD-ACUM BY WS-AUD-MODULO
062280            GIVING WS-AUD-QUOC REMAINDER WS-AUD-RESTO
062281        MOVE WS-AUD-RESTO TO WS-AUD-ACUM.
062282    9730-SOMAR-BYTE-EXIT.
062283        EXIT.
062300
062400    END PROGRAM GrdCorrecao.
