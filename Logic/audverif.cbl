000100******************************************************************
000200* Author: Henrique S. Mendes
000300* Date:  15/10/2026
000400* Purpose: Audit-log chain verification and integrity verdict
000500* Tectonics: cobc
000600******************************************************************
000700* MODIFICATION HISTORY
000800* DATE       INIT DESCRIPTION
000900* 2026-10-15  HSM  NEW PROGRAM. WALKS THE ARCHIVED AUDIT-HISTORY
001000*                  (AUDHIST) AND THEN THE LIVE AUDIT-LOG (AUDFILE)
001100*                  IN ORDER, CHECKING EACH ENTRY'S GLOBAL SEQUENCE
001200*                  NUMBER AND RECOMPUTING ITS CHAINED CHECK VALUE,
001300*                  AND REPORTS EVERY GAP, ALTERED ENTRY AND
001400*                  OUT-OF-ORDER ENTRY WITH ITS FILE AND POSITION.
001500*                  THE END
001600*                  OF THE CHAIN IS CONFIRMED AGAINST AUDIT-CONTROL
001700*                  (AUDCTL). THE REPORT CLOSES WITH AN INTEGRITY
001800*                  VERDICT SIGNED OFF BY THE RESPONSIBLE OPERATOR,
001900*                  SEALED WITH A CHECK VALUE, FOR THE TERM-CLOSE
002000*                  FILE.
002010* 2026-10-15  HSM  THE SIGNING OPERATOR IS NOW AUTHENTICATED
002020*                  AGAINST OPERATOR-FILE (ID AND SENHA, UP TO
002030*                  THREE ATTEMPTS) BEFORE ANYTHING IS VERIFIED; AN
002040*                  OPERATOR WHO FAILS GETS NO VERDICT TO SIGN.
002100******************************************************************
002200    IDENTIFICATION DIVISION.
002300    PROGRAM-ID. AudVerifica.
002400    AUTHOR. HENRIQUE S. MENDES.
002500    INSTALLATION. DEPARTAMENTO ACADEMICO.
002600    DATE-WRITTEN. 15/10/2026.
002700    DATE-COMPILED.
002800
002900    ENVIRONMENT DIVISION.
003000    INPUT-OUTPUT SECTION.
003100    FILE-CONTROL.
003200        SELECT AUDIT-LOG ASSIGN TO "AUDFILE"
003300            ORGANIZATION IS LINE SEQUENTIAL
003400            FILE STATUS IS WS-FS-AUDIT.
003500        SELECT AUDIT-HISTORY ASSIGN TO "AUDHIST"
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS IS WS-FS-HISTORY.
003800        SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS IS WS-FS-AUDCTL.
004100        SELECT VERIFICACAO-REPORT ASSIGN TO "AUDVERF"
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS IS WS-FS-REPORT.
004310        SELECT OPERATOR-FILE ASSIGN TO "OPRFILE"
004320            ORGANIZATION IS LINE SEQUENTIAL
004330            FILE STATUS IS WS-FS-OPERADOR.
004400
004500    DATA DIVISION.
004600    FILE SECTION.
004700    FD  AUDIT-LOG
004800        RECORDING MODE IS F.
004900    COPY AUDREC.
005000
005100    FD  AUDIT-HISTORY
005200        RECORDING MODE IS F.
005300    01  HISTORY-RECORD          PIC X(131).
005400
005500    FD  AUDIT-CONTROL
005600        RECORDING MODE IS F.
005700    COPY AUCREC.
005800
005900    FD  VERIFICACAO-REPORT
006000        RECORDING MODE IS F.
006100    01  REPORT-LINHA            PIC X(100).
006110
006120    FD  OPERATOR-FILE
006130        RECORDING MODE IS F.
006140    01  OPERATOR-RECORD.
006150        05  OP-ID               PIC X(08).
006160        05  OP-SENHA            PIC X(08).
006170        05  OP-PERM-LOTE        PIC X(01).
006180        05  OP-PERM-INDIV       PIC X(01).
006190        05  OP-PERM-CSV         PIC X(01).
006200
006300    WORKING-STORAGE SECTION.
006400    01  WS-FS-AUDIT             PIC X(02).
006500    01  WS-FS-HISTORY           PIC X(02).
006600    01  WS-FS-AUDCTL            PIC X(02).
006700    01  WS-FS-REPORT            PIC X(02).
006750    01  WS-FS-OPERADOR          PIC X(02).
006800
006900    01  WS-OPERADOR             PIC X(08).
006925    01  WS-SENHA                PIC X(08).
006950    01  WS-OP-SENHA             PIC X(08).
006975    01  WS-TENTATIVAS           PIC 9(01) VALUE ZERO.
007000    01  WS-DATA-HOJE            PIC 9(08).
007100    01  WS-HORA-AGORA           PIC 9(08).
007200
007300*   POSITION OF THE ENTRY BEING CHECKED: THE FILE IT CAME FROM
007400*   AND ITS RECORD NUMBER WITHIN THAT FILE.
007500    01  WS-ARQUIVO-ATUAL        PIC X(08).
007600    01  WS-POSICAO              PIC 9(09) VALUE ZERO.
007700
007800*   STATE OF THE CHAIN: LAST SEQUENCE NUMBER ACCEPTED AND THE
007900*   CHECK VALUE THE NEXT ENTRY MUST BE CHAINED TO.
008000    01  WS-SEQ-LIDA             PIC 9(09) VALUE ZERO.
008100    01  WS-ULT-SEQUENCIA        PIC 9(09) VALUE ZERO.
008200    01  WS-ULT-CHECAGEM         PIC 9(09) VALUE ZERO.
008300    01  WS-SEQ-DE               PIC 9(09) VALUE ZERO.
008400    01  WS-SEQ-ATE              PIC 9(09) VALUE ZERO.
008500    01  WS-MENSAGEM             PIC X(60).
008600
008700*   COUNTERS OF THE RUN.
008800    01  WS-QTD-LIDAS            PIC 9(09) VALUE ZERO.
008900    01  WS-QTD-LEGADO           PIC 9(09) VALUE ZERO.
009000    01  WS-QTD-ENCADEADAS       PIC 9(09) VALUE ZERO.
009100    01  WS-QTD-LACUNAS          PIC 9(09) VALUE ZERO.
009200    01  WS-QTD-ALTERADAS        PIC 9(09) VALUE ZERO.
009300    01  WS-QTD-FORA-ORDEM       PIC 9(09) VALUE ZERO.
009400    01  WS-QTD-CONTROLE         PIC 9(09) VALUE ZERO.
009500    01  WS-QTD-OCORRENCIAS      PIC 9(09) VALUE ZERO.
009600    01  WS-QTD-ED               PIC ZZZZZZZZ9.
009700
009800*   CHECK VALUE: THE SAME FOLD THE WRITING PROGRAMS APPLY (TIMES
009900*   31, PLUS THE BYTE AND ITS POSITION, MODULO 999999937), OVER
010000*   THE FIRST WS-AUD-TAM-COBERTO BYTES OF WS-AUD-AREA.
010100    01  WS-AUD-AREA             PIC X(131).
010200    01  WS-AUD-CHECAGEM         PIC 9(09) VALUE ZERO.
010300    01  WS-AUD-POS              PIC 9(03) VALUE ZERO.
010400    01  WS-AUD-TAM-COBERTO      PIC 9(03) VALUE 121.
010500    01  WS-AUD-MODULO           PIC 9(09) VALUE 999999937.
010600    01  WS-AUD-ACUM             PIC 9(12) VALUE ZERO.
010700    01  WS-AUD-QUOC             PIC 9(12) VALUE ZERO.
010800    01  WS-AUD-RESTO            PIC 9(12) VALUE ZERO.
010900    01  WS-AUD-BYTE-GRP.
011000        05  FILLER              PIC X(01) VALUE LOW-VALUE.
011100        05  WS-AUD-BYTE         PIC X(01).
011200    01  WS-AUD-BYTE-NUM REDEFINES WS-AUD-BYTE-GRP
011300                                PIC 9(04) COMP.
011400
011500*   WHAT THE SEAL OF THE VERDICT COVERS.
011600    01  WS-SELO-DADOS.
011700        05  SEL-VEREDITO        PIC X(10).
011800        05  SEL-OCORRENCIAS     PIC 9(09).
011900        05  SEL-LIDAS           PIC 9(09).
012000        05  SEL-ULT-SEQUENCIA   PIC 9(09).
012100        05  SEL-ULT-CHECAGEM    PIC 9(09).
012200        05  SEL-OPERADOR        PIC X(08).
012300        05  SEL-DATA            PIC 9(08).
012400        05  SEL-HORA            PIC 9(08).
012500    01  WS-SELO-TAM             PIC 9(03) VALUE 70.
012600    01  WS-SELO                 PIC 9(09) VALUE ZERO.
012700
012800    01  WS-LINHA-OCORRENCIA.
012900        05  OCO-ARQUIVO         PIC X(08).
013000        05  FILLER              PIC X(09) VALUE " POSICAO ".
013100        05  OCO-POSICAO         PIC ZZZZZZZZ9.
013200        05  FILLER              PIC X(05) VALUE " SEQ ".
013300        05  OCO-SEQUENCIA       PIC ZZZZZZZZ9.
013400        05  OCO-SEQUENCIA-X REDEFINES OCO-SEQUENCIA
013500                                PIC X(09).
013600        05  FILLER              PIC X(02) VALUE SPACES.
013700        05  OCO-MENSAGEM        PIC X(58).
013800
013900    01  WS-LINHA-FAIXA.
014000        05  FILLER              PIC X(22) VALUE
014100            "   SEQUENCIAS AUSENTES".
014200        05  FILLER              PIC X(04) VALUE " DE ".
014300        05  FAI-DE              PIC ZZZZZZZZ9.
014400        05  FILLER              PIC X(05) VALUE " ATE ".
014500        05  FAI-ATE             PIC ZZZZZZZZ9.
014600        05  FILLER              PIC X(51) VALUE SPACES.
014700
014800    01  WS-DATA-ED.
014900        05  DED-DIA             PIC 9(02).
015000        05  FILLER              PIC X(01) VALUE "/".
015100        05  DED-MES             PIC 9(02).
015200        05  FILLER              PIC X(01) VALUE "/".
015300        05  DED-ANO             PIC 9(04).
015400    01  WS-HORA-ED.
015500        05  HED-HORA            PIC 9(02).
015600        05  FILLER              PIC X(01) VALUE ":".
015700        05  HED-MIN             PIC 9(02).
015800        05  FILLER              PIC X(01) VALUE ":".
015900        05  HED-SEG             PIC 9(02).
016000
016100    01  WS-INDICADORES.
016200        05  WS-EOF-AUDIT-SW     PIC X(01) VALUE "N".
016300            88  EOF-AUDIT                  VALUE "Y".
016400        05  WS-EOF-HISTORY-SW   PIC X(01) VALUE "N".
016500            88  EOF-HISTORY                VALUE "Y".
016600        05  WS-CADEIA-SW        PIC X(01) VALUE "N".
016700            88  CADEIA-INICIADA            VALUE "Y".
016800        05  WS-ANCORA-SW        PIC X(01) VALUE "Y".
016900            88  ANCORA-VALIDA              VALUE "Y".
017000        05  WS-CONTROLE-SW      PIC X(01) VALUE "N".
017100            88  CONTROLE-LIDO              VALUE "Y".
017120        05  WS-OPER-OK-SW       PIC X(01) VALUE "N".
017140            88  OPERADOR-AUTORIZADO        VALUE "Y".
017160        05  WS-OPER-ACHADO-SW   PIC X(01) VALUE "N".
017170            88  OPERADOR-ACHADO            VALUE "Y".
017180        05  WS-EOF-OPER-SW      PIC X(01) VALUE "N".
017190            88  EOF-OPERADORES             VALUE "Y".
017200
017300    PROCEDURE DIVISION.
017400    0000-MAINLINE.
017450        PERFORM 0050-IDENTIFICAR-OPERADOR
017475            THRU 0050-IDENTIFICAR-OPERADOR-EXIT
017500        PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
017600        PERFORM 2000-VERIFICAR-HISTORICO
017700            THRU 2000-VERIFICAR-HISTORICO-EXIT
017800        PERFORM 2100-VERIFICAR-LOG THRU 2100-VERIFICAR-LOG-EXIT
017900        PERFORM 3000-CONFERIR-CONTROLE
018000            THRU 3000-CONFERIR-CONTROLE-EXIT
018100        PERFORM 4000-EMITIR-VEREDITO
018200            THRU 4000-EMITIR-VEREDITO-EXIT
018300        CLOSE VERIFICACAO-REPORT
018400        DISPLAY "VERIFICACAO GRAVADA EM AUDVERF"
018500        STOP RUN.
018502
018505******************************************************************
018508* 0050-IDENTIFICAR-OPERADOR - AUTHENTICATES THE OPERATOR WHO WILL
018510*     SIGN THE VERDICT AGAINST OPERATOR-FILE THE SAME WAY THE
018513*     GRADING PROGRAMS DO: ID AND SENHA, UP TO THREE ATTEMPTS.
018516*     THE VERIFICATION ONLY READS THE AUDIT TRAIL, SO A REFUSAL
018518*     IS NOT WRITTEN TO IT; THE RUN STOPS BEFORE ANY REPORT IS
018521*     PRODUCED.
018524******************************************************************
018526    0050-IDENTIFICAR-OPERADOR.
018529        MOVE ZERO TO WS-TENTATIVAS
018532        MOVE "N" TO WS-OPER-OK-SW
018534        PERFORM 0055-TENTAR-ACESSO THRU 0055-TENTAR-ACESSO-EXIT
018537            UNTIL OPERADOR-AUTORIZADO OR WS-TENTATIVAS >= 3
018540        IF NOT OPERADOR-AUTORIZADO
018542            DISPLAY "ACESSO NEGADO - VEREDITO NAO EMITIDO - "
018545                "EXECUCAO ENCERRADA"
018548            STOP RUN
018550        END-IF.
018553    0050-IDENTIFICAR-OPERADOR-EXIT.
018556        EXIT.
018558
018561    0055-TENTAR-ACESSO.
018564        ADD 1 TO WS-TENTATIVAS
018566        DISPLAY "INFORME O ID DO OPERADOR RESPONSAVEL:"
018569        MOVE SPACES TO WS-OPERADOR
018572        ACCEPT WS-OPERADOR
018574        DISPLAY "INFORME A SENHA:"
018577        MOVE SPACES TO WS-SENHA
018580        ACCEPT WS-SENHA
018582        PERFORM 0056-PROCURAR-OPERADOR
018585            THRU 0056-PROCURAR-OPERADOR-EXIT
018588        IF NOT OPERADOR-ACHADO
018590            DISPLAY "OPERADOR DESCONHECIDO"
018593            GO TO 0055-TENTAR-ACESSO-EXIT
018596        END-IF
018598        IF WS-OP-SENHA NOT = WS-SENHA
018601            DISPLAY "SENHA INCORRETA"
018604        ELSE
018606            MOVE "Y" TO WS-OPER-OK-SW
018609        END-IF.
018612    0055-TENTAR-ACESSO-EXIT.
018614        EXIT.
018617
018620    0056-PROCURAR-OPERADOR.
018622        MOVE "N" TO WS-OPER-ACHADO-SW
018625        MOVE "N" TO WS-EOF-OPER-SW
018628        OPEN INPUT OPERATOR-FILE
018630        IF WS-FS-OPERADOR NOT = "00"
018633            DISPLAY "OPERATOR-FILE NAO ENCONTRADO - STATUS "
018636                WS-FS-OPERADOR
018638            DISPLAY "VEREDITO NAO PODE SER ASSINADO SEM O "
018641                "CADASTRO DE OPERADORES"
018644            STOP RUN
018646        END-IF
018649        PERFORM 0057-LER-OPERADOR THRU 0057-LER-OPERADOR-EXIT
018652            UNTIL EOF-OPERADORES OR OPERADOR-ACHADO
018654        CLOSE OPERATOR-FILE.
018657    0056-PROCURAR-OPERADOR-EXIT.
018660        EXIT.
018662
018665    0057-LER-OPERADOR.
018668        READ OPERATOR-FILE
018670            AT END
018673                MOVE "Y" TO WS-EOF-OPER-SW
018676            NOT AT END
018678                IF OP-ID = WS-OPERADOR
018681                    MOVE "Y" TO WS-OPER-ACHADO-SW
018684                    MOVE OP-SENHA TO WS-OP-SENHA
018686                END-IF
018689        END-READ.
018692    0057-LER-OPERADOR-EXIT.
018694        EXIT.
018697
018700******************************************************************
018800* 1000-INICIALIZAR - OPENS THE REPORT AND READS THE LAST
018900*     SEQUENCE NUMBER AND CHECK VALUE ISSUED FROM AUDIT-CONTROL.
019000*     THE SIGNING OPERATOR HAS ALREADY BEEN AUTHENTICATED.
019100******************************************************************
019200    1000-INICIALIZAR.
019300        OPEN OUTPUT VERIFICACAO-REPORT
019400        IF WS-FS-REPORT NOT = "00"
019500            DISPLAY "VERIFICACAO-REPORT NAO PODE SER ABERTO - "
019600                "STATUS " WS-FS-REPORT
019700            STOP RUN
019800        END-IF
020200        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
020300        ACCEPT WS-HORA-AGORA FROM TIME
020400        OPEN INPUT AUDIT-CONTROL
020500        IF WS-FS-AUDCTL = "00"
020600            READ AUDIT-CONTROL
020700                NOT AT END
020800                    MOVE "Y" TO WS-CONTROLE-SW
020900            END-READ
021000            CLOSE AUDIT-CONTROL
021100        END-IF
021200        MOVE "VERIFICACAO DO ENCADEAMENTO DO AUDIT-LOG"
021300            TO REPORT-LINHA
021400        WRITE REPORT-LINHA
021500        MOVE SPACES TO REPORT-LINHA
021600        WRITE REPORT-LINHA.
021700    1000-INICIALIZAR-EXIT.
021800        EXIT.
021900
022000******************************************************************
022100* 2000-VERIFICAR-HISTORICO - WALKS THE ARCHIVED ENTRIES FIRST:
022200*     THEY ARE THE OLDEST LINKS OF THE CHAIN. A MISSING AUDHIST
022300*     ONLY MEANS NOTHING WAS EVER ARCHIVED.
022400******************************************************************
022500    2000-VERIFICAR-HISTORICO.
022600        OPEN INPUT AUDIT-HISTORY
022700        IF WS-FS-HISTORY NOT = "00"
022800            MOVE "AUDHIST NAO ENCONTRADO - NADA ARQUIVADO"
022900                TO REPORT-LINHA
023000            WRITE REPORT-LINHA
023100            GO TO 2000-VERIFICAR-HISTORICO-EXIT
023200        END-IF
023300        MOVE "AUDHIST" TO WS-ARQUIVO-ATUAL
023400        MOVE ZERO TO WS-POSICAO
023500        MOVE "N" TO WS-EOF-HISTORY-SW
023600        PERFORM 2010-LER-HISTORICO THRU 2010-LER-HISTORICO-EXIT
023700            UNTIL EOF-HISTORY
023800        CLOSE AUDIT-HISTORY.
023900    2000-VERIFICAR-HISTORICO-EXIT.
024000        EXIT.
024100
024200    2010-LER-HISTORICO.
024300        READ AUDIT-HISTORY
024400            AT END
024500                MOVE "Y" TO WS-EOF-HISTORY-SW
024600            NOT AT END
024700                MOVE HISTORY-RECORD TO AUDIT-RECORD
024800                PERFORM 2500-VERIFICAR-ENTRADA
024900                    THRU 2500-VERIFICAR-ENTRADA-EXIT
025000        END-READ.
025100    2010-LER-HISTORICO-EXIT.
025200        EXIT.
025300
025400******************************************************************
025500* 2100-VERIFICAR-LOG - WALKS THE LIVE AUDIT-LOG, WHICH CONTINUES
025600*     THE CHAIN WHERE THE ARCHIVE LEFT OFF.
025700******************************************************************
025800    2100-VERIFICAR-LOG.
025900        OPEN INPUT AUDIT-LOG
026000        IF WS-FS-AUDIT NOT = "00"
026100            MOVE "AUDFILE NAO ENCONTRADO - NENHUMA ENTRADA NO LOG"
026200                TO REPORT-LINHA
026300            WRITE REPORT-LINHA
026400            GO TO 2100-VERIFICAR-LOG-EXIT
026500        END-IF
026600        MOVE "AUDFILE" TO WS-ARQUIVO-ATUAL
026700        MOVE ZERO TO WS-POSICAO
026800        MOVE "N" TO WS-EOF-AUDIT-SW
026900        PERFORM 2110-LER-LOG THRU 2110-LER-LOG-EXIT
027000            UNTIL EOF-AUDIT
027100        CLOSE AUDIT-LOG.
027200    2100-VERIFICAR-LOG-EXIT.
027300        EXIT.
027400
027500    2110-LER-LOG.
027600        READ AUDIT-LOG
027700            AT END
027800                MOVE "Y" TO WS-EOF-AUDIT-SW
027900            NOT AT END
028000                PERFORM 2500-VERIFICAR-ENTRADA
028100                    THRU 2500-VERIFICAR-ENTRADA-EXIT
028200        END-READ.
028300    2110-LER-LOG-EXIT.
028400        EXIT.
028500
028600******************************************************************
028700* 2500-VERIFICAR-ENTRADA - CHECKS THE ENTRY IN AUDIT-RECORD
028800*     AGAINST THE CHAIN SO FAR:
028900*     - ENTRIES WITHOUT A SEQUENCE NUMBER BEFORE THE FIRST CHAINED
029000*       ENTRY ARE THE PRE-CHAIN TRAIL AND ARE ONLY COUNTED; ONE
029100*       AFTER IT WAS INSERTED OR ALTERED;
029200*     - THE NEXT NUMBER MUST CARRY THE CHECK VALUE RECOMPUTED FROM
029300*       ITS CONTENTS AND THE PREVIOUS CHECK VALUE, OR IT WAS
029400*       ALTERED;
029500*     - A HIGHER NUMBER LEAVES A GAP OF MISSING ENTRIES;
029600*     - A NUMBER NOT ABOVE THE LAST ONE IS OUT OF ORDER (MOVED OR
029700*       REPEATED) AND DOES NOT MOVE THE CHAIN FORWARD.
029800*     AFTER A GAP OR AN ALTERED ENTRY THE CHAIN CONTINUES FROM THE
029900*     CHECK VALUE STORED IN THE ENTRY, SO ONE DAMAGED ENTRY IS
030000*     REPORTED ONCE AND THE ONES AFTER IT ARE STILL VERIFIED.
030100******************************************************************
030200    2500-VERIFICAR-ENTRADA.
030300        ADD 1 TO WS-POSICAO
030400        ADD 1 TO WS-QTD-LIDAS
030500        IF AU-SEQUENCIA NOT NUMERIC
030600            IF NOT CADEIA-INICIADA
030700                ADD 1 TO WS-QTD-LEGADO
030800            ELSE
030900                ADD 1 TO WS-QTD-ALTERADAS
031000                MOVE SPACES TO OCO-SEQUENCIA-X
031100                MOVE "SEM SEQUENCIA APOS O INICIO DA CADEIA"
031200                    TO WS-MENSAGEM
031300                PERFORM 2600-GRAVAR-OCORRENCIA
031400                    THRU 2600-GRAVAR-OCORRENCIA-EXIT
031500            END-IF
031600            GO TO 2500-VERIFICAR-ENTRADA-EXIT
031700        END-IF
031800        MOVE AU-SEQUENCIA TO WS-SEQ-LIDA
031900        MOVE WS-SEQ-LIDA TO OCO-SEQUENCIA
032000        IF CADEIA-INICIADA AND WS-SEQ-LIDA NOT > WS-ULT-SEQUENCIA
032100            ADD 1 TO WS-QTD-FORA-ORDEM
032200            MOVE "FORA DE ORDEM OU REPETIDA - ULTIMA ACEITA:"
032300                TO WS-MENSAGEM
032400            MOVE WS-ULT-SEQUENCIA TO WS-QTD-ED
032500            MOVE WS-QTD-ED TO WS-MENSAGEM(44:9)
032600            PERFORM 2600-GRAVAR-OCORRENCIA
032700                THRU 2600-GRAVAR-OCORRENCIA-EXIT
032800            GO TO 2500-VERIFICAR-ENTRADA-EXIT
032900        END-IF
033000        IF NOT CADEIA-INICIADA
033100            MOVE "Y" TO WS-CADEIA-SW
033200            MOVE ZERO TO WS-ULT-SEQUENCIA
033300            MOVE ZERO TO WS-ULT-CHECAGEM
033400            MOVE "Y" TO WS-ANCORA-SW
033500        END-IF
033600        IF WS-SEQ-LIDA > WS-ULT-SEQUENCIA + 1
033700            ADD 1 TO WS-QTD-LACUNAS
033800            COMPUTE WS-SEQ-DE = WS-ULT-SEQUENCIA + 1
033900            COMPUTE WS-SEQ-ATE = WS-SEQ-LIDA - 1
034000            MOVE "LACUNA - ENTRADAS ANTERIORES AUSENTES"
034100                TO WS-MENSAGEM
034200            PERFORM 2600-GRAVAR-OCORRENCIA
034300                THRU 2600-GRAVAR-OCORRENCIA-EXIT
034400            MOVE WS-SEQ-DE TO FAI-DE
034500            MOVE WS-SEQ-ATE TO FAI-ATE
034600            MOVE WS-LINHA-FAIXA TO REPORT-LINHA
034700            WRITE REPORT-LINHA
034800        ELSE
034900            IF AU-CHECAGEM NOT NUMERIC
035000                ADD 1 TO WS-QTD-ALTERADAS
035100                MOVE "CHECAGEM INVALIDA - ENTRADA ALTERADA"
035200                    TO WS-MENSAGEM
035300                PERFORM 2600-GRAVAR-OCORRENCIA
035400                    THRU 2600-GRAVAR-OCORRENCIA-EXIT
035500            ELSE
035600                IF ANCORA-VALIDA
035700                    MOVE AUDIT-RECORD TO WS-AUD-AREA
035800                    MOVE WS-ULT-CHECAGEM TO WS-AUD-CHECAGEM
035900                    PERFORM 9720-CALCULAR-CHECAGEM
036000                        THRU 9720-CALCULAR-CHECAGEM-EXIT
036100                    IF WS-AUD-CHECAGEM NOT = AU-CHECAGEM
036200                        ADD 1 TO WS-QTD-ALTERADAS
036300                        MOVE "CHECAGEM NAO CONFERE - ALTERADA"
036400                            TO WS-MENSAGEM
036500                        PERFORM 2600-GRAVAR-OCORRENCIA
036600                            THRU 2600-GRAVAR-OCORRENCIA-EXIT
036700                    END-IF
036800                END-IF
036900            END-IF
037000        END-IF
037100        ADD 1 TO WS-QTD-ENCADEADAS
037200        MOVE WS-SEQ-LIDA TO WS-ULT-SEQUENCIA
037300        IF AU-CHECAGEM NUMERIC
037400            MOVE AU-CHECAGEM TO WS-ULT-CHECAGEM
037500            MOVE "Y" TO WS-ANCORA-SW
037600        ELSE
037700            MOVE "N" TO WS-ANCORA-SW
037800        END-IF.
037900    2500-VERIFICAR-ENTRADA-EXIT.
038000        EXIT.
038100
038200******************************************************************
038300* 2600-GRAVAR-OCORRENCIA - PRINTS ONE FINDING WITH THE FILE AND
038400*     POSITION OF THE ENTRY (OCO-SEQUENCIA IS SET BY THE CALLER).
038500******************************************************************
038600    2600-GRAVAR-OCORRENCIA.
038700        ADD 1 TO WS-QTD-OCORRENCIAS
038800        MOVE WS-ARQUIVO-ATUAL TO OCO-ARQUIVO
038900        MOVE WS-POSICAO TO OCO-POSICAO
039000        MOVE WS-MENSAGEM TO OCO-MENSAGEM
039100        MOVE WS-LINHA-OCORRENCIA TO REPORT-LINHA
039200        WRITE REPORT-LINHA.
039300    2600-GRAVAR-OCORRENCIA-EXIT.
039400        EXIT.
039500
039600******************************************************************
039700* 3000-CONFERIR-CONTROLE - CONFIRMS THE END OF THE CHAIN AGAINST
039800*     AUDIT-CONTROL: ENTRIES CUT FROM THE END OF THE LOG LEAVE
039900*     AUDIT-CONTROL AHEAD OF THE LAST ENTRY FOUND, AND A REPLACED
040000*     LAST ENTRY OR CONTROL RECORD NO LONGER AGREES ON THE CHECK
040100*     VALUE.
040200******************************************************************
040300    3000-CONFERIR-CONTROLE.
040400        MOVE SPACES TO WS-LINHA-OCORRENCIA
040500        MOVE "AUDCTL" TO WS-ARQUIVO-ATUAL
040600        MOVE 1 TO WS-POSICAO
040700        IF NOT CONTROLE-LIDO
040800            IF CADEIA-INICIADA
040900                ADD 1 TO WS-QTD-CONTROLE
041000                MOVE SPACES TO OCO-SEQUENCIA-X
041100                MOVE "AUDCTL AUSENTE - FIM DA CADEIA NAO CONFERE"
041200                    TO WS-MENSAGEM
041300                PERFORM 2600-GRAVAR-OCORRENCIA
041400                    THRU 2600-GRAVAR-OCORRENCIA-EXIT
041500            END-IF
041600            GO TO 3000-CONFERIR-CONTROLE-EXIT
041700        END-IF
041800        MOVE AUC-SEQUENCIA TO OCO-SEQUENCIA
041900        IF AUC-SEQUENCIA > WS-ULT-SEQUENCIA
042000            ADD 1 TO WS-QTD-LACUNAS
042100            COMPUTE WS-SEQ-DE = WS-ULT-SEQUENCIA + 1
042200            MOVE "LACUNA - ENTRADAS FINAIS AUSENTES DO LOG"
042300                TO WS-MENSAGEM
042400            PERFORM 2600-GRAVAR-OCORRENCIA
042500                THRU 2600-GRAVAR-OCORRENCIA-EXIT
042600            MOVE WS-SEQ-DE TO FAI-DE
042700            MOVE AUC-SEQUENCIA TO FAI-ATE
042800            MOVE WS-LINHA-FAIXA TO REPORT-LINHA
042900            WRITE REPORT-LINHA
043000            GO TO 3000-CONFERIR-CONTROLE-EXIT
043100        END-IF
043200        IF AUC-SEQUENCIA < WS-ULT-SEQUENCIA
043300            ADD 1 TO WS-QTD-CONTROLE
043400            MOVE "AUDCTL ATRASADO EM RELACAO AO LOG"
043500                TO WS-MENSAGEM
043600            PERFORM 2600-GRAVAR-OCORRENCIA
043700                THRU 2600-GRAVAR-OCORRENCIA-EXIT
043800            GO TO 3000-CONFERIR-CONTROLE-EXIT
043900        END-IF
044000        IF AUC-SEQUENCIA > ZERO
044100            AND AUC-CHECAGEM NOT = WS-ULT-CHECAGEM
044200            ADD 1 TO WS-QTD-CONTROLE
044300            MOVE "CHECAGEM DO AUDCTL DIFERE DA ULTIMA ENTRADA"
044400                TO WS-MENSAGEM
044500            PERFORM 2600-GRAVAR-OCORRENCIA
044600                THRU 2600-GRAVAR-OCORRENCIA-EXIT
044700        END-IF.
044800    3000-CONFERIR-CONTROLE-EXIT.
044900        EXIT.
045000
045100******************************************************************
045200* 4000-EMITIR-VEREDITO - PRINTS THE TOTALS AND THE VERDICT, SIGNED
045300*     OFF WITH THE RESPONSIBLE OPERATOR, DATE AND TIME, AND SEALED
045400*     WITH A CHECK VALUE OVER THE VERDICT, THE COUNTS, THE END OF
045500*     THE CHAIN AND THE SIGN-OFF, SO A COPY FILED WITH THE TERM
045600*     CLOSE CANNOT BE RETYPED WITH A DIFFERENT OUTCOME UNNOTICED.
045700******************************************************************
045800    4000-EMITIR-VEREDITO.
045900        MOVE SPACES TO REPORT-LINHA
046000        WRITE REPORT-LINHA
046100        MOVE WS-QTD-LIDAS TO WS-QTD-ED
046200        MOVE SPACES TO REPORT-LINHA
046300        STRING "ENTRADAS LIDAS (AUDHIST + AUDFILE): "
046400            DELIMITED BY SIZE
046500            WS-QTD-ED DELIMITED BY SIZE
046600            INTO REPORT-LINHA
046700        WRITE REPORT-LINHA
046800        MOVE WS-QTD-LEGADO TO WS-QTD-ED
046900        MOVE SPACES TO REPORT-LINHA
047000        STRING "ANTERIORES AO ENCADEAMENTO:         "
047100            DELIMITED BY SIZE
047200            WS-QTD-ED DELIMITED BY SIZE
047300            INTO REPORT-LINHA
047400        WRITE REPORT-LINHA
047500        MOVE WS-QTD-ENCADEADAS TO WS-QTD-ED
047600        MOVE SPACES TO REPORT-LINHA
047700        STRING "ENCADEADAS:                         "
047800            DELIMITED BY SIZE
047900            WS-QTD-ED DELIMITED BY SIZE
048000            INTO REPORT-LINHA
048100        WRITE REPORT-LINHA
048200        MOVE WS-QTD-LACUNAS TO WS-QTD-ED
048300        MOVE SPACES TO REPORT-LINHA
048400        STRING "LACUNAS:                            "
048500            DELIMITED BY SIZE
048600            WS-QTD-ED DELIMITED BY SIZE
048700            INTO REPORT-LINHA
048800        WRITE REPORT-LINHA
048900        MOVE WS-QTD-ALTERADAS TO WS-QTD-ED
049000        MOVE SPACES TO REPORT-LINHA
049100        STRING "ENTRADAS ALTERADAS:                 "
049200            DELIMITED BY SIZE
049300            WS-QTD-ED DELIMITED BY SIZE
049400            INTO REPORT-LINHA
049500        WRITE REPORT-LINHA
049600        MOVE WS-QTD-FORA-ORDEM TO WS-QTD-ED
049700        MOVE SPACES TO REPORT-LINHA
049800        STRING "FORA DE ORDEM:                      "
049900            DELIMITED BY SIZE
050000            WS-QTD-ED DELIMITED BY SIZE
050100            INTO REPORT-LINHA
050200        WRITE REPORT-LINHA
050300        MOVE WS-QTD-CONTROLE TO WS-QTD-ED
050400        MOVE SPACES TO REPORT-LINHA
050500        STRING "DIVERGENCIAS COM O AUDCTL:          "
050600            DELIMITED BY SIZE
050700            WS-QTD-ED DELIMITED BY SIZE
050800            INTO REPORT-LINHA
050900        WRITE REPORT-LINHA
051000        MOVE WS-ULT-SEQUENCIA TO WS-QTD-ED
051100        MOVE SPACES TO REPORT-LINHA
051200        STRING "ULTIMA SEQUENCIA ENCONTRADA:        "
051300            DELIMITED BY SIZE
051400            WS-QTD-ED DELIMITED BY SIZE
051500            "  CHECAGEM: " DELIMITED BY SIZE
051600            WS-ULT-CHECAGEM DELIMITED BY SIZE
051700            INTO REPORT-LINHA
051800        WRITE REPORT-LINHA
051900        MOVE SPACES TO REPORT-LINHA
052000        WRITE REPORT-LINHA
052100        MOVE SPACES TO WS-SELO-DADOS
052200        IF WS-QTD-OCORRENCIAS = ZERO
052300            MOVE "INTEGRA" TO SEL-VEREDITO
052400            MOVE "VEREDITO: TRILHA DE AUDITORIA INTEGRA"
052500                TO REPORT-LINHA
052600            DISPLAY "VEREDITO: TRILHA DE AUDITORIA INTEGRA"
052700        ELSE
052800            MOVE "VIOLADA" TO SEL-VEREDITO
052900            MOVE WS-QTD-OCORRENCIAS TO WS-QTD-ED
053000            STRING "VEREDITO: TRILHA DE AUDITORIA VIOLADA - "
053100                DELIMITED BY SIZE
053200                WS-QTD-ED DELIMITED BY SIZE
053300                " OCORRENCIA(S)" DELIMITED BY SIZE
053400                INTO REPORT-LINHA
053500            DISPLAY "VEREDITO: TRILHA DE AUDITORIA VIOLADA - "
053600                WS-QTD-ED " OCORRENCIA(S)"
053700        END-IF
053800        WRITE REPORT-LINHA
053900        MOVE WS-DATA-HOJE(7:2) TO DED-DIA
054000        MOVE WS-DATA-HOJE(5:2) TO DED-MES
054100        MOVE WS-DATA-HOJE(1:4) TO DED-ANO
054200        MOVE WS-HORA-AGORA(1:2) TO HED-HORA
054300        MOVE WS-HORA-AGORA(3:2) TO HED-MIN
054400        MOVE WS-HORA-AGORA(5:2) TO HED-SEG
054500        MOVE SPACES TO REPORT-LINHA
054600        STRING "VERIFICADO POR: " DELIMITED BY SIZE
054700            WS-OPERADOR DELIMITED BY SIZE
054800            "  EM: " DELIMITED BY SIZE
054900            WS-DATA-ED DELIMITED BY SIZE
055000            " " DELIMITED BY SIZE
055100            WS-HORA-ED DELIMITED BY SIZE
055200            INTO REPORT-LINHA
055300        WRITE REPORT-LINHA
055400        MOVE WS-QTD-OCORRENCIAS TO SEL-OCORRENCIAS
055500        MOVE WS-QTD-LIDAS TO SEL-LIDAS
055600        MOVE WS-ULT-SEQUENCIA TO SEL-ULT-SEQUENCIA
055700        MOVE WS-ULT-CHECAGEM TO SEL-ULT-CHECAGEM
055800        MOVE WS-OPERADOR TO SEL-OPERADOR
055900        MOVE WS-DATA-HOJE TO SEL-DATA
056000        MOVE WS-HORA-AGORA TO SEL-HORA
056100        MOVE WS-SELO-DADOS TO WS-AUD-AREA
056200        MOVE WS-SELO-TAM TO WS-AUD-TAM-COBERTO
056300        MOVE ZERO TO WS-AUD-CHECAGEM
056400        PERFORM 9720-CALCULAR-CHECAGEM
056500            THRU 9720-CALCULAR-CHECAGEM-EXIT
056600        MOVE WS-AUD-CHECAGEM TO WS-SELO
056700        MOVE SPACES TO REPORT-LINHA
056800        STRING "SELO DA VERIFICACAO: " DELIMITED BY SIZE
056900            WS-SELO DELIMITED BY SIZE
057000            INTO REPORT-LINHA
057100        WRITE REPORT-LINHA
057200        MOVE SPACES TO REPORT-LINHA
057300        WRITE REPORT-LINHA
057400        MOVE "ASSINATURA DO RESPONSAVEL: ________________________"
057500            TO REPORT-LINHA
057600        WRITE REPORT-LINHA.
057700    4000-EMITIR-VEREDITO-EXIT.
057800        EXIT.
057900
058000******************************************************************
058100* 9720-CALCULAR-CHECAGEM - FOLDS THE FIRST WS-AUD-TAM-COBERTO
058200*     BYTES OF WS-AUD-AREA INTO WS-AUD-CHECAGEM, EXACTLY AS THE
058300*     PROGRAMS THAT WRITE AUDIT-LOG ENTRIES DO.
058400******************************************************************
058500    9720-CALCULAR-CHECAGEM.
058600        MOVE WS-AUD-CHECAGEM TO WS-AUD-ACUM
058700        PERFORM 9730-SOMAR-BYTE THRU 9730-SOMAR-BYTE-EXIT
058800            VARYING WS-AUD-POS FROM 1 BY 1
058900            UNTIL WS-AUD-POS > WS-AUD-TAM-COBERTO
059000        MOVE WS-AUD-ACUM TO WS-AUD-CHECAGEM.
059100    9720-CALCULAR-CHECAGEM-EXIT.
059200        EXIT.
059300
059400    9730-SOMAR-BYTE.
059500        MOVE WS-AUD-AREA(WS-AUD-POS:1) TO WS-AUD-BYTE
059600        COMPUTE WS-AUD-ACUM = WS-AUD-ACUM * 31
059700            + WS-AUD-BYTE-NUM + WS-AUD-POS
059800        DIVIDE WS-AUD-ACUM BY WS-AUD-MODULO
059900            GIVING WS-AUD-QUOC REMAINDER WS-AUD-RESTO
060000        MOVE WS-AUD-RESTO TO WS-AUD-ACUM.
060100    9730-SOMAR-BYTE-EXIT.
060200        EXIT.
060300
060400    END PROGRAM AudVerifica.
