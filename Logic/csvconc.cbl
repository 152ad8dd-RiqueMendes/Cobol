000100******************************************************************
000200* Author: Henrique S. Mendes
000300* Date:  15/10/2026
000400* Purpose: Acknowledgement reconciliation of the CSV extract
000500* Tectonics: cobc
000600******************************************************************
000700* MODIFICATION HISTORY
000800* DATE       INIT DESCRIPTION
000900* 2026-10-15  HSM  NEW PROGRAM. READS THE RETURN FILE (CSVRETN)
001000*                  THE ACADEMIC RECORDS SYSTEM SENDS BACK FOR
001100*                  CSVFILE, OR FOR A RESEND IN CSVREEN, AND
001200*                  MATCHES EVERY ACCEPTED OR REJECTED LINE TO THE
001300*                  ROW SENT BY RUN NUMBER, CURSO AND MATRICULA.
001400*                  ROWS SENT BUT NEVER ACKNOWLEDGED ARE LISTED
001500*                  WITH THEIR LINE. REJECTIONS ARE KEPT IN CSVPEND
001600*                  UNTIL ACCEPTED; THE RESEND OPTION REBUILDS FROM
001700*                  GRADE-MASTER ONLY THE PENDING ROWS WHOSE
001800*                  POSTING WAS CORRECTED (OR THAT THE SECRETARIAT
001900*                  RELEASED) AND WRITES THEM TO CSVREEN.
001910* 2026-10-15  HSM  A NEW PENDING ROW KEEPS THE ANO/SEM OF THE
001920*                  POSTING IT CAME FROM, AND THE RESEND READS THAT
001930*                  EXACT POSTING. A RESENT ROW THE CSVREEN RETURN
001940*                  LEAVES UNCONFIRMED GOES BACK TO "L"; A NEW
001950*                  RESEND IS REFUSED WHILE RESENT ROWS STILL AWAIT
001960*                  THEIR RECONCILIATION.
002000******************************************************************
002100    IDENTIFICATION DIVISION.
002200    PROGRAM-ID. CsvConcilia.
002300    AUTHOR. HENRIQUE S. MENDES.
002400    INSTALLATION. DEPARTAMENTO ACADEMICO.
002500    DATE-WRITTEN. 15/10/2026.
002600    DATE-COMPILED.
002700
002800    ENVIRONMENT DIVISION.
002900    INPUT-OUTPUT SECTION.
003000    FILE-CONTROL.
003100        SELECT CSV-EXTRACT ASSIGN TO "CSVFILE"
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS IS WS-FS-CSV.
003400        SELECT CSV-REENVIO ASSIGN TO "CSVREEN"
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-FS-REENVIO.
003700        SELECT CSV-RETORNO ASSIGN TO "CSVRETN"
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS IS WS-FS-RETORNO.
004000        SELECT CSV-PENDENCIA ASSIGN TO "CSVPEND"
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS WS-FS-PENDENCIA.
004300        SELECT CONCILIA-REPORT ASSIGN TO "CSVCREL"
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS IS WS-FS-RELATORIO.
004600        SELECT GRADE-MASTER ASSIGN TO "GRDFILE"
004700            ORGANIZATION IS INDEXED
004800            ACCESS MODE IS DYNAMIC
004900            RECORD KEY IS GM-CHAVE
005000            FILE STATUS IS WS-FS-GRADE.
005100
005200    DATA DIVISION.
005300    FILE SECTION.
005400    FD  CSV-EXTRACT
005500        RECORDING MODE IS F.
005600    01  CSV-RECORD              PIC X(100).
005700
005800    FD  CSV-REENVIO
005900        RECORDING MODE IS F.
006000    01  REENVIO-RECORD          PIC X(100).
006100
006200    FD  CSV-RETORNO
006300        RECORDING MODE IS F.
006400    COPY RETREC.
006500
006600    FD  CSV-PENDENCIA
006700        RECORDING MODE IS F.
006800    COPY PNDREC.
006900
007000    FD  CONCILIA-REPORT
007100        RECORDING MODE IS F.
007200    01  CONCILIA-LINHA          PIC X(100).
007300
007400    FD  GRADE-MASTER.
007500    COPY GRDREC.
007600
007700    WORKING-STORAGE SECTION.
007800    01  WS-FS-CSV               PIC X(02).
007900    01  WS-FS-REENVIO           PIC X(02).
008000    01  WS-FS-RETORNO           PIC X(02).
008100    01  WS-FS-PENDENCIA         PIC X(02).
008200    01  WS-FS-RELATORIO         PIC X(02).
008300    01  WS-FS-GRADE             PIC X(02).
008400
008500    01  WS-OPERADOR             PIC X(08).
008600    01  WS-DATA-HOJE            PIC 9(08).
008700    01  WS-OPCAO                PIC X(01).
008800    01  WS-MATRICULA-ALVO       PIC X(10).
008900    01  WS-CURSO-ALVO           PIC X(06).
009000
009100*   NAME OF THE TRANSMISSION BEING RECONCILED ("CSVFILE" OR
009200*   "CSVREEN"), PRINTED AS THE ORIGIN OF EVERY ROW SENT.
009300    01  WS-ORIGEM               PIC X(07).
009400    01  WS-NUM-LINHA            PIC 9(05) VALUE ZERO.
009500    01  WS-NUM-LINHA-RET        PIC 9(05) VALUE ZERO.
009600    01  WS-OCORRENCIA           PIC X(15).
009700    01  WS-ULTIMO-ANO           PIC 9(04).
009800    01  WS-ULTIMO-SEM           PIC 9(01).
009900
010000*   ONE ROW OF THE EXTRACT, AS WRITTEN BY ALUNO'S
010100*   7700-GRAVAR-CSV-EXTRACT: "MATRICULA","NOME",NOTA1,NOTA2,
010200*   NOTA3,NOTA4,RESULTADO,STATUS,"CURSO",EXECUCAO.
010300    01  WS-CSV-LINHA            PIC X(100).
010400    01  WS-CSV-CAMPOS.
010500        05  WS-CP-MATRICULA     PIC X(20).
010600        05  WS-CP-NOME          PIC X(20).
010700        05  WS-CP-VALOR         PIC X(20) OCCURS 6 TIMES.
010800        05  WS-CP-CURSO         PIC X(20).
010900        05  WS-CP-EXECUCAO      PIC X(20).
011000    01  WS-CSV-NOTA1            PIC 99.99.
011100    01  WS-CSV-NOTA2            PIC 99.99.
011200    01  WS-CSV-NOTA3            PIC 99.99.
011300    01  WS-CSV-NOTA4            PIC 99.99.
011400    01  WS-CSV-RESULT           PIC 99.99.
011500    01  WS-TAM-NOME             PIC 9(02).
011600
011700*   KEY OF THE ROW BEING LOOKED FOR; SAME LAYOUT AS PND-CHAVE
011800*   AND WS-EN-CHAVE SO THE GROUPS COMPARE DIRECTLY.
011900    01  WS-CHAVE-BUSCA.
012000        05  WS-CH-EXECUCAO      PIC 9(05).
012100        05  WS-CH-CURSO         PIC X(06).
012200        05  WS-CH-MATRICULA     PIC X(10).
012300
012400*   ROWS OF THE TRANSMISSION BEING RECONCILED. WS-EN-CONFIRMACAO
012500*   IS SPACE UNTIL THE RETURN FILE ACKNOWLEDGES THE ROW, THEN "A"
012600*   OR "R".
012700    01  WS-EN-QTD               PIC 9(05) VALUE ZERO.
012800    01  WS-EN-IDX               PIC 9(05) VALUE ZERO.
012900    01  WS-EN-ATUAL             PIC 9(05) VALUE ZERO.
013000    01  WS-EN-MAX               PIC 9(05) VALUE 3000.
013100    01  WS-EN-TABELA.
013200        05  WS-EN-ENTRADA OCCURS 3000 TIMES.
013300            10  WS-EN-CHAVE.
013400                15  WS-EN-EXECUCAO
013500                                PIC 9(05).
013600                15  WS-EN-CURSO PIC X(06).
013700                15  WS-EN-MATRICULA
013800                                PIC X(10).
013900            10  WS-EN-LINHA     PIC 9(05).
014000            10  WS-EN-CONFIRMACAO
014100                                PIC X(01).
014200            10  WS-EN-TEXTO     PIC X(100).
014300
014400*   CSVPEND, LOADED WHOLE AND REWRITTEN AT THE END OF THE
014500*   SESSION. WS-PD-BAIXADA "S" MARKS A ROW ACCEPTED IN THIS
014600*   SESSION, WHICH IS NOT WRITTEN BACK.
014700    01  WS-PD-QTD               PIC 9(05) VALUE ZERO.
014800    01  WS-PD-IDX               PIC 9(05) VALUE ZERO.
014900    01  WS-PD-ATUAL             PIC 9(05) VALUE ZERO.
015000    01  WS-PD-MAX               PIC 9(05) VALUE 2000.
015100    01  WS-PD-TABELA.
015200        05  WS-PD-ENTRADA OCCURS 2000 TIMES.
015300            10  WS-PD-CHAVE.
015400                15  WS-PD-EXECUCAO
015500                                PIC 9(05).
015600                15  WS-PD-CURSO PIC X(06).
015700                15  WS-PD-MATRICULA
015800                                PIC X(10).
015900            10  WS-PD-SITUACAO  PIC X(01).
016000            10  WS-PD-CODIGO    PIC X(04).
016100            10  WS-PD-MENSAGEM  PIC X(40).
016200            10  WS-PD-DATA-REJEICAO
016300                                PIC 9(08).
016400            10  WS-PD-QTD-REENVIOS
016500                                PIC 9(02).
016600            10  WS-PD-LINHA-CSV PIC X(100).
016633            10  WS-PD-ANO       PIC 9(04).
016666            10  WS-PD-SEM       PIC 9(01).
016700            10  WS-PD-BAIXADA   PIC X(01).
016800
016900*   TOTALS OF ONE RECONCILIATION.
017000    01  WS-QTD-LIDAS            PIC 9(05) VALUE ZERO.
017100    01  WS-QTD-SEM-IDENT        PIC 9(05) VALUE ZERO.
017200    01  WS-QTD-REPETIDAS        PIC 9(05) VALUE ZERO.
017300    01  WS-QTD-RETORNOS         PIC 9(05) VALUE ZERO.
017400    01  WS-QTD-ACEITAS          PIC 9(05) VALUE ZERO.
017500    01  WS-QTD-REJEITADAS       PIC 9(05) VALUE ZERO.
017600    01  WS-QTD-RET-INVALIDOS    PIC 9(05) VALUE ZERO.
017700    01  WS-QTD-RET-SEM-ENVIO    PIC 9(05) VALUE ZERO.
017800    01  WS-QTD-RET-REPETIDOS    PIC 9(05) VALUE ZERO.
017900    01  WS-QTD-NAO-CONFIRMADAS  PIC 9(05) VALUE ZERO.
018000    01  WS-QTD-BAIXADAS         PIC 9(05) VALUE ZERO.
018100    01  WS-QTD-NOVAS-PEND       PIC 9(05) VALUE ZERO.
018200    01  WS-QTD-NAO-GUARDADAS    PIC 9(05) VALUE ZERO.
018250    01  WS-QTD-REABERTAS        PIC 9(05) VALUE ZERO.
018300
018400*   TOTALS OF ONE RESEND.
018500    01  WS-QTD-REENVIADAS       PIC 9(05) VALUE ZERO.
018600    01  WS-QTD-SEM-CORRECAO     PIC 9(05) VALUE ZERO.
018700    01  WS-QTD-SEM-POSTAGEM     PIC 9(05) VALUE ZERO.
018800    01  WS-QTD-LIBERADAS        PIC 9(05) VALUE ZERO.
018900    01  WS-QTD-PENDENTES        PIC 9(05) VALUE ZERO.
018950    01  WS-QTD-AGUARDANDO       PIC 9(05) VALUE ZERO.
019000
019100    01  WS-QTD-ED               PIC ZZZZ9.
019200
019300    01  WS-LINHA-TITULO.
019400        05  FILLER              PIC X(35) VALUE
019500            "CONCILIACAO DO CSV-EXTRACT - DATA: ".
019600        05  TIT-DATA            PIC 9(08).
019700        05  FILLER              PIC X(12) VALUE "  OPERADOR: ".
019800        05  TIT-OPERADOR        PIC X(08).
019900        05  FILLER              PIC X(37) VALUE SPACES.
020000
020100    01  WS-LINHA-COLUNAS.
020200        05  FILLER              PIC X(15) VALUE "OCORRENCIA".
020300        05  FILLER              PIC X(07) VALUE "EXEC".
020400        05  FILLER              PIC X(08) VALUE "CURSO".
020500        05  FILLER              PIC X(12) VALUE "MATRICULA".
020600        05  FILLER              PIC X(14) VALUE "ORIGEM/LINHA".
020700        05  FILLER              PIC X(06) VALUE "COD".
020800        05  FILLER              PIC X(38) VALUE "MENSAGEM".
020900
021000    01  WS-LINHA-DETALHE.
021100        05  DET-OCORRENCIA      PIC X(15).
021200        05  DET-EXECUCAO        PIC 9(05).
021300        05  FILLER              PIC X(02) VALUE SPACES.
021400        05  DET-CURSO           PIC X(06).
021500        05  FILLER              PIC X(02) VALUE SPACES.
021600        05  DET-MATRICULA       PIC X(10).
021700        05  FILLER              PIC X(02) VALUE SPACES.
021800        05  DET-ORIGEM          PIC X(07).
021900        05  DET-LINHA           PIC ZZZZ9.
022000        05  FILLER              PIC X(02) VALUE SPACES.
022100        05  DET-CODIGO          PIC X(04).
022200        05  FILLER              PIC X(02) VALUE SPACES.
022300        05  DET-MENSAGEM        PIC X(38).
022400
022500    01  WS-LINHA-TOTAL.
022600        05  TOT-DESCRICAO       PIC X(40).
022700        05  TOT-QTD             PIC ZZZZ9.
022800        05  FILLER              PIC X(55) VALUE SPACES.
022900
023000    01  WS-INDICADORES.
023100        05  WS-FIM-SESSAO-SW    PIC X(01) VALUE "N".
023200            88  FIM-SESSAO                 VALUE "Y".
023300        05  WS-EOF-ENVIO-SW     PIC X(01) VALUE "N".
023400            88  EOF-ENVIO                  VALUE "Y".
023500        05  WS-EOF-RETORNO-SW   PIC X(01) VALUE "N".
023600            88  EOF-RETORNO                VALUE "Y".
023700        05  WS-EOF-PENDENCIA-SW PIC X(01) VALUE "N".
023800            88  EOF-PENDENCIA              VALUE "Y".
023900        05  WS-FIM-MESTRE-SW    PIC X(01) VALUE "N".
024000            88  FIM-MESTRE                 VALUE "Y".
024100        05  WS-EN-ACHADA-SW     PIC X(01) VALUE "N".
024200            88  EN-ACHADA                  VALUE "Y".
024300        05  WS-PD-ACHADA-SW     PIC X(01) VALUE "N".
024400            88  PD-ACHADA                  VALUE "Y".
024500        05  WS-POSTAGEM-SW      PIC X(01) VALUE "N".
024600            88  POSTAGEM-ACHADA            VALUE "Y".
024700        05  WS-EN-ESTOURO-SW    PIC X(01) VALUE "N".
024800            88  EN-ESTOURO                 VALUE "Y".
024900        05  WS-FIM-NOME-SW      PIC X(01) VALUE "N".
025000            88  FIM-NOME                   VALUE "Y".
025020        05  WS-MESTRE-ABERTO-SW PIC X(01) VALUE "N".
025040            88  MESTRE-ABERTO              VALUE "Y".
025060        05  WS-TERMO-EXATO-SW   PIC X(01) VALUE "N".
025080            88  TERMO-EXATO                VALUE "Y".
025100
025200    PROCEDURE DIVISION.
025300    0000-MAINLINE.
025400        PERFORM 0050-IDENTIFICAR-OPERADOR
025500            THRU 0050-IDENTIFICAR-OPERADOR-EXIT
025600        PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
025700        PERFORM 2000-MENU THRU 2000-MENU-EXIT
025800            UNTIL FIM-SESSAO
025900        PERFORM 9000-REGRAVAR-PENDENCIAS
026000            THRU 9000-REGRAVAR-PENDENCIAS-EXIT
026100        CLOSE CONCILIA-REPORT
026200        DISPLAY "CONCILIACAO ENCERRADA - RELATORIO EM CSVCREL"
026300        STOP RUN.
026400
026500******************************************************************
026600* 0050-IDENTIFICAR-OPERADOR - CAPTURES THE ID OF THE OPERATOR
026700*     RUNNING THE SESSION, PRINTED ON THE REPORT HEADING.
026800******************************************************************
026900    0050-IDENTIFICAR-OPERADOR.
027000        DISPLAY "INFORME O ID DO OPERADOR:"
027100        ACCEPT WS-OPERADOR.
027200    0050-IDENTIFICAR-OPERADOR-EXIT.
027300        EXIT.
027400
027500******************************************************************
027600* 1000-INICIALIZAR - OPENS THE REPORT AND LOADS THE PENDING
027700*     ROWS. A MISSING CSVPEND ONLY MEANS NOTHING IS PENDING YET;
027800*     ONE LARGER THAN THE TABLE ENDS THE SESSION SO NO PENDING
027900*     ROW IS LOST WHEN THE FILE IS REWRITTEN.
028000******************************************************************
028100    1000-INICIALIZAR.
028200        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
028300        OPEN OUTPUT CONCILIA-REPORT
028400        IF WS-FS-RELATORIO NOT = "00"
028500            DISPLAY "CONCILIA-REPORT NAO PODE SER ABERTO - "
028600                "STATUS " WS-FS-RELATORIO
028700            STOP RUN
028800        END-IF
028900        MOVE WS-DATA-HOJE TO TIT-DATA
029000        MOVE WS-OPERADOR TO TIT-OPERADOR
029100        MOVE WS-LINHA-TITULO TO CONCILIA-LINHA
029200        WRITE CONCILIA-LINHA
029300        MOVE SPACES TO CONCILIA-LINHA
029400        WRITE CONCILIA-LINHA
029500        MOVE ZERO TO WS-PD-QTD
029600        OPEN INPUT CSV-PENDENCIA
029700        IF WS-FS-PENDENCIA NOT = "00"
029800            DISPLAY "CSV-PENDENCIA NAO ENCONTRADO - NENHUMA "
029900                "PENDENCIA ANTERIOR"
030000            GO TO 1000-INICIALIZAR-EXIT
030100        END-IF
030200        PERFORM 1100-LER-PENDENCIA THRU 1100-LER-PENDENCIA-EXIT
030300            UNTIL EOF-PENDENCIA
030400        CLOSE CSV-PENDENCIA
030500        MOVE WS-PD-QTD TO WS-QTD-ED
030600        DISPLAY "PENDENCIAS CARREGADAS: " WS-QTD-ED.
030700    1000-INICIALIZAR-EXIT.
030800        EXIT.
030900
031000    1100-LER-PENDENCIA.
031100        READ CSV-PENDENCIA
031200            AT END
031300                MOVE "Y" TO WS-EOF-PENDENCIA-SW
031400                GO TO 1100-LER-PENDENCIA-EXIT
031500        END-READ
031600        IF WS-PD-QTD NOT < WS-PD-MAX
031700            DISPLAY "CSV-PENDENCIA EXCEDE " WS-PD-MAX
031800                " REGISTROS - SESSAO ENCERRADA"
031900            CLOSE CSV-PENDENCIA
032000            CLOSE CONCILIA-REPORT
032100            STOP RUN
032200        END-IF
032300        ADD 1 TO WS-PD-QTD
032400        MOVE PENDENCIA-RECORD TO WS-PD-ENTRADA(WS-PD-QTD)
032500        IF PND-QTD-REENVIOS NOT NUMERIC
032600            MOVE ZERO TO WS-PD-QTD-REENVIOS(WS-PD-QTD)
032700        END-IF
032720        IF PND-ANO NOT NUMERIC OR PND-SEM NOT NUMERIC
032740            MOVE ZERO TO WS-PD-ANO(WS-PD-QTD)
032760            MOVE ZERO TO WS-PD-SEM(WS-PD-QTD)
032780        END-IF
032800        MOVE "N" TO WS-PD-BAIXADA(WS-PD-QTD).
032900    1100-LER-PENDENCIA-EXIT.
033000        EXIT.
033100
033200******************************************************************
033300* 2000-MENU - SHOWS THE SESSION MENU AND DISPATCHES THE OPTION
033400*     CHOSEN.
033500******************************************************************
033600    2000-MENU.
033700        DISPLAY " "
033800        DISPLAY "CONCILIACAO DO CSV-EXTRACT COM O SISTEMA "
033900            "ACADEMICO:"
034000        DISPLAY "  (1) CONCILIAR RETORNO DO CSVFILE"
034100        DISPLAY "  (2) CONCILIAR RETORNO DO CSVREEN (REENVIO)"
034200        DISPLAY "  (3) LIBERAR PENDENCIA PARA REENVIO SEM "
034300            "ALTERACAO"
034400        DISPLAY "  (4) GERAR REENVIO DAS LINHAS CORRIGIDAS"
034500        DISPLAY "  (5) LISTAR PENDENCIAS"
034600        DISPLAY "  (9) ENCERRAR"
034700        ACCEPT WS-OPCAO
034800        IF WS-OPCAO = "1" OR WS-OPCAO = "2"
034900            PERFORM 3000-CONCILIAR THRU 3000-CONCILIAR-EXIT
035000        ELSE
035100            IF WS-OPCAO = "3"
035200                PERFORM 4000-LIBERAR THRU 4000-LIBERAR-EXIT
035300            ELSE
035400                IF WS-OPCAO = "4"
035500                    PERFORM 6000-GERAR-REENVIO
035600                        THRU 6000-GERAR-REENVIO-EXIT
035700                ELSE
035800                    IF WS-OPCAO = "5"
035900                        PERFORM 7000-LISTAR-PENDENCIAS
036000                            THRU 7000-LISTAR-PENDENCIAS-EXIT
036100                    ELSE
036200                        IF WS-OPCAO = "9"
036300                            MOVE "Y" TO WS-FIM-SESSAO-SW
036400                        ELSE
036500                            DISPLAY "OPCAO INVALIDA"
036600                        END-IF
036700                    END-IF
036800                END-IF
036900            END-IF
037000        END-IF.
037100    2000-MENU-EXIT.
037200        EXIT.
037300
037400******************************************************************
037500* 3000-CONCILIAR - RECONCILES ONE RETURN FILE AGAINST THE
037600*     TRANSMISSION IT ANSWERS (CSVFILE FOR OPTION 1, CSVREEN FOR
037700*     OPTION 2): LOADS THE ROWS SENT, APPLIES EVERY ACCEPTANCE
037800*     AND REJECTION, LISTS THE ROWS LEFT UNACKNOWLEDGED AND
037900*     PRINTS THE TOTALS.
038000******************************************************************
038100    3000-CONCILIAR.
038200        PERFORM 3050-ZERAR-TOTAIS THRU 3050-ZERAR-TOTAIS-EXIT
038300        IF WS-OPCAO = "1"
038400            MOVE "CSVFILE" TO WS-ORIGEM
038500        ELSE
038600            MOVE "CSVREEN" TO WS-ORIGEM
038700        END-IF
038800        MOVE SPACES TO CONCILIA-LINHA
038900        STRING "RETORNO DO " DELIMITED BY SIZE
039000            WS-ORIGEM DELIMITED BY SIZE
039100            " - LINHAS CONCILIACAO:" DELIMITED BY SIZE
039200            INTO CONCILIA-LINHA
039300        WRITE CONCILIA-LINHA
039400        MOVE WS-LINHA-COLUNAS TO CONCILIA-LINHA
039500        WRITE CONCILIA-LINHA
039600        PERFORM 3100-CARREGAR-ENVIADAS
039700            THRU 3100-CARREGAR-ENVIADAS-EXIT
039800        IF WS-EN-QTD = ZERO
039900            DISPLAY WS-ORIGEM " SEM LINHAS IDENTIFICADAS - "
040000                "NADA A CONCILIAR"
040100            GO TO 3000-CONCILIAR-EXIT
040200        END-IF
040300        OPEN INPUT CSV-RETORNO
040400        IF WS-FS-RETORNO NOT = "00"
040500            DISPLAY "CSV-RETORNO NAO ENCONTRADO - STATUS "
040600                WS-FS-RETORNO
040700            GO TO 3000-CONCILIAR-EXIT
040800        END-IF
040816        MOVE "N" TO WS-MESTRE-ABERTO-SW
040832        OPEN INPUT GRADE-MASTER
040848        IF WS-FS-GRADE = "00"
040864            MOVE "Y" TO WS-MESTRE-ABERTO-SW
040880        END-IF
040900        MOVE "N" TO WS-EOF-RETORNO-SW
041000        MOVE ZERO TO WS-NUM-LINHA-RET
041100        PERFORM 3200-LER-RETORNO THRU 3200-LER-RETORNO-EXIT
041200            UNTIL EOF-RETORNO
041300        CLOSE CSV-RETORNO
041325        IF MESTRE-ABERTO
041350            CLOSE GRADE-MASTER
041375        END-IF
041400        PERFORM 3500-LISTAR-NAO-CONFIRMADA
041500            THRU 3500-LISTAR-NAO-CONFIRMADA-EXIT
041600            VARYING WS-EN-IDX FROM 1 BY 1
041700            UNTIL WS-EN-IDX > WS-EN-QTD
041800        PERFORM 3600-EMITIR-TOTAIS THRU 3600-EMITIR-TOTAIS-EXIT.
041900    3000-CONCILIAR-EXIT.
042000        EXIT.
042100
042200    3050-ZERAR-TOTAIS.
042300        MOVE ZERO TO WS-EN-QTD
042400        MOVE ZERO TO WS-QTD-LIDAS
042500        MOVE ZERO TO WS-QTD-SEM-IDENT
042600        MOVE ZERO TO WS-QTD-REPETIDAS
042700        MOVE ZERO TO WS-QTD-RETORNOS
042800        MOVE ZERO TO WS-QTD-ACEITAS
042900        MOVE ZERO TO WS-QTD-REJEITADAS
043000        MOVE ZERO TO WS-QTD-RET-INVALIDOS
043100        MOVE ZERO TO WS-QTD-RET-SEM-ENVIO
043200        MOVE ZERO TO WS-QTD-RET-REPETIDOS
043300        MOVE ZERO TO WS-QTD-NAO-CONFIRMADAS
043400        MOVE ZERO TO WS-QTD-BAIXADAS
043500        MOVE ZERO TO WS-QTD-NOVAS-PEND
043600        MOVE ZERO TO WS-QTD-NAO-GUARDADAS
043650        MOVE ZERO TO WS-QTD-REABERTAS
043700        MOVE "N" TO WS-EN-ESTOURO-SW.
043800    3050-ZERAR-TOTAIS-EXIT.
043900        EXIT.
044000
044100******************************************************************
044200* 3100-CARREGAR-ENVIADAS - LOADS EVERY ROW OF THE TRANSMISSION
044300*     WITH ITS LINE NUMBER. THE HEADER LINE IS SKIPPED; A ROW
044400*     WITHOUT THE CURSO AND EXECUCAO COLUMNS (WRITTEN BEFORE THEY
044500*     EXISTED) CANNOT BE MATCHED AND IS ONLY COUNTED, AND A KEY
044600*     SENT TWICE (E.G. BY A RESUMED RUN) IS LISTED ONCE AS
044700*     REPEATED. A TRANSMISSION LARGER THAN THE TABLE IS NOT
044800*     RECONCILED AT ALL, SINCE ITS TAIL WOULD LOOK UNSENT.
044900******************************************************************
045000    3100-CARREGAR-ENVIADAS.
045100        MOVE ZERO TO WS-NUM-LINHA
045200        MOVE "N" TO WS-EOF-ENVIO-SW
045300        IF WS-ORIGEM = "CSVFILE"
045400            OPEN INPUT CSV-EXTRACT
045500            IF WS-FS-CSV NOT = "00"
045600                DISPLAY "CSV-EXTRACT NAO ENCONTRADO - STATUS "
045700                    WS-FS-CSV
045800                GO TO 3100-CARREGAR-ENVIADAS-EXIT
045900            END-IF
046000        ELSE
046100            OPEN INPUT CSV-REENVIO
046200            IF WS-FS-REENVIO NOT = "00"
046300                DISPLAY "CSV-REENVIO NAO ENCONTRADO - STATUS "
046400                    WS-FS-REENVIO
046500                GO TO 3100-CARREGAR-ENVIADAS-EXIT
046600            END-IF
046700        END-IF
046800        PERFORM 3110-LER-ENVIADA THRU 3110-LER-ENVIADA-EXIT
046900            UNTIL EOF-ENVIO
047000        IF WS-ORIGEM = "CSVFILE"
047100            CLOSE CSV-EXTRACT
047200        ELSE
047300            CLOSE CSV-REENVIO
047400        END-IF
047500        IF EN-ESTOURO
047600            DISPLAY WS-ORIGEM " EXCEDE " WS-EN-MAX
047700                " LINHAS - CONCILIACAO NAO REALIZADA"
047800            MOVE ZERO TO WS-EN-QTD
047900        END-IF.
048000    3100-CARREGAR-ENVIADAS-EXIT.
048100        EXIT.
048200
048300    3110-LER-ENVIADA.
048400        IF WS-ORIGEM = "CSVFILE"
048500            READ CSV-EXTRACT
048600                AT END
048700                    MOVE "Y" TO WS-EOF-ENVIO-SW
048800                    GO TO 3110-LER-ENVIADA-EXIT
048900            END-READ
049000            MOVE CSV-RECORD TO WS-CSV-LINHA
049100        ELSE
049200            READ CSV-REENVIO
049300                AT END
049400                    MOVE "Y" TO WS-EOF-ENVIO-SW
049500                    GO TO 3110-LER-ENVIADA-EXIT
049600            END-READ
049700            MOVE REENVIO-RECORD TO WS-CSV-LINHA
049800        END-IF
049900        ADD 1 TO WS-NUM-LINHA
050000        IF WS-CSV-LINHA (1:1) NOT = QUOTE
050100            GO TO 3110-LER-ENVIADA-EXIT
050200        END-IF
050300        ADD 1 TO WS-QTD-LIDAS
050400        PERFORM 3120-DECOMPOR-LINHA THRU 3120-DECOMPOR-LINHA-EXIT
050500        IF WS-CH-CURSO = SPACES OR WS-CH-MATRICULA = SPACES
050600            OR WS-CP-EXECUCAO (1:5) NOT NUMERIC
050700            ADD 1 TO WS-QTD-SEM-IDENT
050800            GO TO 3110-LER-ENVIADA-EXIT
050900        END-IF
051000        PERFORM 5000-BUSCAR-ENVIADA THRU 5000-BUSCAR-ENVIADA-EXIT
051100        IF EN-ACHADA
051200            ADD 1 TO WS-QTD-REPETIDAS
051300            MOVE SPACES TO WS-LINHA-DETALHE
051400            MOVE "LINHA REPETIDA" TO DET-OCORRENCIA
051500            PERFORM 8000-GRAVAR-DETALHE-ENVIO
051600                THRU 8000-GRAVAR-DETALHE-ENVIO-EXIT
051700            GO TO 3110-LER-ENVIADA-EXIT
051800        END-IF
051900        IF WS-EN-QTD NOT < WS-EN-MAX
052000            MOVE "Y" TO WS-EN-ESTOURO-SW
052100            MOVE "Y" TO WS-EOF-ENVIO-SW
052200            GO TO 3110-LER-ENVIADA-EXIT
052300        END-IF
052400        ADD 1 TO WS-EN-QTD
052500        MOVE WS-CHAVE-BUSCA TO WS-EN-CHAVE(WS-EN-QTD)
052600        MOVE WS-NUM-LINHA TO WS-EN-LINHA(WS-EN-QTD)
052700        MOVE SPACE TO WS-EN-CONFIRMACAO(WS-EN-QTD)
052800        MOVE WS-CSV-LINHA TO WS-EN-TEXTO(WS-EN-QTD).
052900    3110-LER-ENVIADA-EXIT.
053000        EXIT.
053100
053200******************************************************************
053300* 3120-DECOMPOR-LINHA - SPLITS WS-CSV-LINHA ON ITS COMMAS AND
053400*     TAKES MATRICULA AND CURSO OUT OF THEIR QUOTES AND THE RUN
053500*     NUMBER FROM THE LAST COLUMN INTO WS-CHAVE-BUSCA. NOME IS
053600*     PIC A ON THE ROSTER, SO IT NEVER HOLDS A COMMA.
053700******************************************************************
053800    3120-DECOMPOR-LINHA.
053900        MOVE SPACES TO WS-CSV-CAMPOS
054000        MOVE SPACES TO WS-CHAVE-BUSCA
054100        MOVE ZERO TO WS-CH-EXECUCAO
054200        UNSTRING WS-CSV-LINHA DELIMITED BY ","
054300            INTO WS-CP-MATRICULA WS-CP-NOME
054400                WS-CP-VALOR(1) WS-CP-VALOR(2) WS-CP-VALOR(3)
054500                WS-CP-VALOR(4) WS-CP-VALOR(5) WS-CP-VALOR(6)
054600                WS-CP-CURSO WS-CP-EXECUCAO
054700        END-UNSTRING
054800        UNSTRING WS-CP-MATRICULA (2:19) DELIMITED BY QUOTE
054900            INTO WS-CH-MATRICULA
055000        END-UNSTRING
055100        IF WS-CP-CURSO (1:1) = QUOTE
055200            UNSTRING WS-CP-CURSO (2:19) DELIMITED BY QUOTE
055300                INTO WS-CH-CURSO
055400            END-UNSTRING
055500        END-IF
055600        IF WS-CP-EXECUCAO (1:5) NUMERIC
055700            MOVE WS-CP-EXECUCAO (1:5) TO WS-CH-EXECUCAO
055800        END-IF.
055900    3120-DECOMPOR-LINHA-EXIT.
056000        EXIT.
056100
056200******************************************************************
056300* 3200-LER-RETORNO - APPLIES ONE LINE OF THE RETURN FILE. A LINE
056400*     THAT NAMES NO ROW SENT, OR A ROW ALREADY ACKNOWLEDGED, IS
056500*     LISTED AND OTHERWISE IGNORED.
056600******************************************************************
056700    3200-LER-RETORNO.
056800        READ CSV-RETORNO
056900            AT END
057000                MOVE "Y" TO WS-EOF-RETORNO-SW
057100                GO TO 3200-LER-RETORNO-EXIT
057200        END-READ
057300        ADD 1 TO WS-NUM-LINHA-RET
057400        ADD 1 TO WS-QTD-RETORNOS
057500        IF RET-EXECUCAO NOT NUMERIC
057600            OR (NOT RET-ACEITA AND NOT RET-REJEITADA)
057700            ADD 1 TO WS-QTD-RET-INVALIDOS
057800            MOVE "RET. INVALIDO" TO DET-OCORRENCIA
057900            PERFORM 8100-GRAVAR-DETALHE-RETORNO
058000                THRU 8100-GRAVAR-DETALHE-RETORNO-EXIT
058100            GO TO 3200-LER-RETORNO-EXIT
058200        END-IF
058300        MOVE RET-EXECUCAO TO WS-CH-EXECUCAO
058400        MOVE RET-CURSO TO WS-CH-CURSO
058500        MOVE RET-MATRICULA TO WS-CH-MATRICULA
058600        PERFORM 5000-BUSCAR-ENVIADA THRU 5000-BUSCAR-ENVIADA-EXIT
058700        IF NOT EN-ACHADA
058800            ADD 1 TO WS-QTD-RET-SEM-ENVIO
058900            MOVE "SEM ENVIO" TO DET-OCORRENCIA
059000            PERFORM 8100-GRAVAR-DETALHE-RETORNO
059100                THRU 8100-GRAVAR-DETALHE-RETORNO-EXIT
059200            GO TO 3200-LER-RETORNO-EXIT
059300        END-IF
059400        IF WS-EN-CONFIRMACAO(WS-EN-ATUAL) NOT = SPACE
059500            ADD 1 TO WS-QTD-RET-REPETIDOS
059600            MOVE "RET. REPETIDO" TO DET-OCORRENCIA
059700            PERFORM 8100-GRAVAR-DETALHE-RETORNO
059800                THRU 8100-GRAVAR-DETALHE-RETORNO-EXIT
059900            GO TO 3200-LER-RETORNO-EXIT
060000        END-IF
060100        MOVE RET-SITUACAO TO WS-EN-CONFIRMACAO(WS-EN-ATUAL)
060200        IF RET-ACEITA
060300            PERFORM 3300-APLICAR-ACEITE
060400                THRU 3300-APLICAR-ACEITE-EXIT
060500        ELSE
060600            PERFORM 3400-APLICAR-REJEICAO
060700                THRU 3400-APLICAR-REJEICAO-EXIT
060800        END-IF.
060900    3200-LER-RETORNO-EXIT.
061000        EXIT.
061100
061200******************************************************************
061300* 3300-APLICAR-ACEITE - AN ACCEPTED ROW THAT WAS PENDING IS
061400*     SETTLED: ITS CSVPEND RECORD IS DROPPED AT THE END OF THE
061500*     SESSION.
061600******************************************************************
061700    3300-APLICAR-ACEITE.
061800        ADD 1 TO WS-QTD-ACEITAS
061900        PERFORM 5100-BUSCAR-PENDENCIA
062000            THRU 5100-BUSCAR-PENDENCIA-EXIT
062100        IF NOT PD-ACHADA
062200            GO TO 3300-APLICAR-ACEITE-EXIT
062300        END-IF
062400        MOVE "S" TO WS-PD-BAIXADA(WS-PD-ATUAL)
062500        ADD 1 TO WS-QTD-BAIXADAS
062600        MOVE SPACES TO WS-LINHA-DETALHE
062700        MOVE "BAIXADA" TO DET-OCORRENCIA
062800        PERFORM 8000-GRAVAR-DETALHE-ENVIO
062900            THRU 8000-GRAVAR-DETALHE-ENVIO-EXIT.
063000    3300-APLICAR-ACEITE-EXIT.
063100        EXIT.
063200
063300******************************************************************
063400* 3400-APLICAR-REJEICAO - LISTS THE REJECTED ROW WITH THE RECORDS
063500*     SYSTEM'S REASON AND KEEPS IT IN CSVPEND AS "P": A NEW
063600*     RECORD, OR THE EXISTING ONE WITH THE NEW REASON WHEN A
063666*     RESENT ROW IS REJECTED AGAIN. A NEW RECORD ALSO KEEPS THE
063732*     TERM OF THE POSTING THE ROW WAS BUILT FROM.
063800******************************************************************
063900    3400-APLICAR-REJEICAO.
064000        ADD 1 TO WS-QTD-REJEITADAS
064100        MOVE SPACES TO WS-LINHA-DETALHE
064200        MOVE "REJEITADA" TO DET-OCORRENCIA
064300        MOVE RET-CODIGO TO DET-CODIGO
064400        MOVE RET-MENSAGEM TO DET-MENSAGEM
064500        PERFORM 8000-GRAVAR-DETALHE-ENVIO
064600            THRU 8000-GRAVAR-DETALHE-ENVIO-EXIT
064700        PERFORM 5100-BUSCAR-PENDENCIA
064800            THRU 5100-BUSCAR-PENDENCIA-EXIT
064900        IF NOT PD-ACHADA
065000            IF WS-PD-QTD NOT < WS-PD-MAX
065100                ADD 1 TO WS-QTD-NAO-GUARDADAS
065200                DISPLAY "TABELA DE PENDENCIAS CHEIA - "
065300                    WS-CH-MATRICULA " " WS-CH-CURSO
065400                    " NAO GUARDADA"
065500                GO TO 3400-APLICAR-REJEICAO-EXIT
065600            END-IF
065700            ADD 1 TO WS-PD-QTD
065800            MOVE WS-PD-QTD TO WS-PD-ATUAL
065900            MOVE WS-CHAVE-BUSCA TO WS-PD-CHAVE(WS-PD-ATUAL)
066000            MOVE ZERO TO WS-PD-QTD-REENVIOS(WS-PD-ATUAL)
066033            MOVE ZERO TO WS-PD-ANO(WS-PD-ATUAL)
066066            MOVE ZERO TO WS-PD-SEM(WS-PD-ATUAL)
066100            MOVE "N" TO WS-PD-BAIXADA(WS-PD-ATUAL)
066200            ADD 1 TO WS-QTD-NOVAS-PEND
066300        END-IF
066400        MOVE "P" TO WS-PD-SITUACAO(WS-PD-ATUAL)
066500        MOVE RET-CODIGO TO WS-PD-CODIGO(WS-PD-ATUAL)
066600        MOVE RET-MENSAGEM TO WS-PD-MENSAGEM(WS-PD-ATUAL)
066700        MOVE WS-DATA-HOJE TO WS-PD-DATA-REJEICAO(WS-PD-ATUAL)
066800        MOVE WS-EN-TEXTO(WS-EN-ATUAL)
066833            TO WS-PD-LINHA-CSV(WS-PD-ATUAL)
066866        IF WS-PD-ANO(WS-PD-ATUAL) = ZERO
066899            PERFORM 3410-IDENTIFICAR-TERMO
066932                THRU 3410-IDENTIFICAR-TERMO-EXIT
066965        END-IF.
067000    3400-APLICAR-REJEICAO-EXIT.
067100        EXIT.
067102
067104******************************************************************
067106* 3410-IDENTIFICAR-TERMO - FINDS THE GRADE-MASTER POSTING THE
067108*     REJECTED ROW WAS BUILT FROM: THE TERM OF THE MATRICULA AND
067110*     CURSO WHOSE POSTING REBUILDS EXACTLY THE ROW SENT, OR THE
067112*     LATEST TERM WHEN NONE DOES (THE POSTING WAS ALREADY
067114*     CORRECTED). WITHOUT GRADE-MASTER THE TERM STAYS ZERO AND
067116*     THE RESEND FALLS BACK TO THE LATEST TERM.
067118******************************************************************
067120    3410-IDENTIFICAR-TERMO.
067122        IF NOT MESTRE-ABERTO
067124            GO TO 3410-IDENTIFICAR-TERMO-EXIT
067126        END-IF
067128        MOVE "N" TO WS-TERMO-EXATO-SW
067130        MOVE "N" TO WS-FIM-MESTRE-SW
067132        MOVE WS-CH-MATRICULA TO GM-MATRICULA
067134        MOVE WS-CH-CURSO TO GM-CURSO
067136        MOVE ZERO TO GM-ANO
067138        MOVE ZERO TO GM-SEM
067140        START GRADE-MASTER KEY IS NOT LESS THAN GM-CHAVE
067142            INVALID KEY
067144                GO TO 3410-IDENTIFICAR-TERMO-EXIT
067146        END-START
067148        PERFORM 3420-COMPARAR-POSTAGEM
067150            THRU 3420-COMPARAR-POSTAGEM-EXIT
067152            UNTIL FIM-MESTRE OR TERMO-EXATO.
067154    3410-IDENTIFICAR-TERMO-EXIT.
067156        EXIT.
067158
067160    3420-COMPARAR-POSTAGEM.
067162        READ GRADE-MASTER NEXT RECORD
067164            AT END
067166                MOVE "Y" TO WS-FIM-MESTRE-SW
067168                GO TO 3420-COMPARAR-POSTAGEM-EXIT
067170        END-READ
067172        IF GM-MATRICULA NOT = WS-CH-MATRICULA
067174            OR GM-CURSO NOT = WS-CH-CURSO
067176            MOVE "Y" TO WS-FIM-MESTRE-SW
067178            GO TO 3420-COMPARAR-POSTAGEM-EXIT
067180        END-IF
067182        MOVE GM-ANO TO WS-PD-ANO(WS-PD-ATUAL)
067184        MOVE GM-SEM TO WS-PD-SEM(WS-PD-ATUAL)
067186        PERFORM 6300-MONTAR-LINHA THRU 6300-MONTAR-LINHA-EXIT
067188        IF WS-CSV-LINHA = WS-EN-TEXTO(WS-EN-ATUAL)
067190            MOVE "Y" TO WS-TERMO-EXATO-SW
067192        END-IF.
067194    3420-COMPARAR-POSTAGEM-EXIT.
067196        EXIT.
067200
067212******************************************************************
067224* 3500-LISTAR-NAO-CONFIRMADA - LISTS A ROW SENT THAT THE RETURN
067236*     FILE NEVER ACKNOWLEDGED. WHEN IT IS A RESENT ROW ("E") OF
067248*     CSVREEN, IT IS SET BACK TO "L": THE ROW WENT OUT UNCHANGED
067260*     FROM ITS LAST SENDING, SO ONLY A RELEASE LETS THE NEXT
067272*     RESEND SEND IT AGAIN.
067284******************************************************************
067300    3500-LISTAR-NAO-CONFIRMADA.
067400        IF WS-EN-CONFIRMACAO(WS-EN-IDX) NOT = SPACE
067500            GO TO 3500-LISTAR-NAO-CONFIRMADA-EXIT
067600        END-IF
067700        ADD 1 TO WS-QTD-NAO-CONFIRMADAS
067800        MOVE WS-EN-IDX TO WS-EN-ATUAL
067900        MOVE WS-EN-CHAVE(WS-EN-ATUAL) TO WS-CHAVE-BUSCA
068000        MOVE SPACES TO WS-LINHA-DETALHE
068100        MOVE "NAO CONFIRMADA" TO DET-OCORRENCIA
068200        PERFORM 8000-GRAVAR-DETALHE-ENVIO
068211            THRU 8000-GRAVAR-DETALHE-ENVIO-EXIT
068222        IF WS-ORIGEM NOT = "CSVREEN"
068233            GO TO 3500-LISTAR-NAO-CONFIRMADA-EXIT
068244        END-IF
068255        PERFORM 5100-BUSCAR-PENDENCIA
068266            THRU 5100-BUSCAR-PENDENCIA-EXIT
068277        IF PD-ACHADA
068288            AND WS-PD-SITUACAO(WS-PD-ATUAL) = "E"
068299            MOVE "L" TO WS-PD-SITUACAO(WS-PD-ATUAL)
068310            ADD 1 TO WS-QTD-REABERTAS
068321            MOVE WS-PD-ATUAL TO WS-PD-IDX
068332            MOVE SPACES TO WS-LINHA-DETALHE
068343            MOVE "LIBERADA" TO DET-OCORRENCIA
068354            PERFORM 8300-GRAVAR-DETALHE-PEND
068365                THRU 8300-GRAVAR-DETALHE-PEND-EXIT
068376        END-IF.
068400    3500-LISTAR-NAO-CONFIRMADA-EXIT.
068500        EXIT.
068600
068700******************************************************************
068800* 3600-EMITIR-TOTAIS - PRINTS AND DISPLAYS THE TOTALS OF THE
068900*     RECONCILIATION. EVERY ROW SENT IS EITHER ACCEPTED, REJECTED
069000*     OR NOT CONFIRMED.
069100******************************************************************
069200    3600-EMITIR-TOTAIS.
069300        MOVE SPACES TO CONCILIA-LINHA
069400        WRITE CONCILIA-LINHA
069500        MOVE "LINHAS DE DADOS LIDAS" TO TOT-DESCRICAO
069600        MOVE WS-QTD-LIDAS TO TOT-QTD
069700        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
069800        MOVE "  SEM CURSO/EXECUCAO (NAO CONCILIAVEIS)"
069900            TO TOT-DESCRICAO
070000        MOVE WS-QTD-SEM-IDENT TO TOT-QTD
070100        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
070200        MOVE "  REPETIDAS" TO TOT-DESCRICAO
070300        MOVE WS-QTD-REPETIDAS TO TOT-QTD
070400        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
070500        MOVE "LINHAS ENVIADAS CONCILIAVEIS" TO TOT-DESCRICAO
070600        MOVE WS-EN-QTD TO TOT-QTD
070700        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
070800        MOVE "  ACEITAS" TO TOT-DESCRICAO
070900        MOVE WS-QTD-ACEITAS TO TOT-QTD
071000        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
071100        MOVE "  REJEITADAS" TO TOT-DESCRICAO
071200        MOVE WS-QTD-REJEITADAS TO TOT-QTD
071300        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
071400        MOVE "  NAO CONFIRMADAS" TO TOT-DESCRICAO
071500        MOVE WS-QTD-NAO-CONFIRMADAS TO TOT-QTD
071600        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
071700        MOVE "LINHAS DO RETORNO" TO TOT-DESCRICAO
071800        MOVE WS-QTD-RETORNOS TO TOT-QTD
071900        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
072000        MOVE "  INVALIDAS" TO TOT-DESCRICAO
072100        MOVE WS-QTD-RET-INVALIDOS TO TOT-QTD
072200        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
072300        MOVE "  SEM LINHA ENVIADA" TO TOT-DESCRICAO
072400        MOVE WS-QTD-RET-SEM-ENVIO TO TOT-QTD
072500        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
072600        MOVE "  REPETIDAS" TO TOT-DESCRICAO
072700        MOVE WS-QTD-RET-REPETIDOS TO TOT-QTD
072800        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
072900        MOVE "PENDENCIAS NOVAS" TO TOT-DESCRICAO
073000        MOVE WS-QTD-NOVAS-PEND TO TOT-QTD
073100        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
073200        MOVE "PENDENCIAS BAIXADAS" TO TOT-DESCRICAO
073300        MOVE WS-QTD-BAIXADAS TO TOT-QTD
073400        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
073500        IF WS-QTD-NAO-GUARDADAS > ZERO
073600            MOVE "REJEICOES NAO GUARDADAS (TABELA CHEIA)"
073700                TO TOT-DESCRICAO
073800            MOVE WS-QTD-NAO-GUARDADAS TO TOT-QTD
073900            PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
074000        END-IF
074014        IF WS-QTD-REABERTAS > ZERO
074028            MOVE "REENVIADAS SEM CONFIRMACAO (LIBERADAS)"
074042                TO TOT-DESCRICAO
074056            MOVE WS-QTD-REABERTAS TO TOT-QTD
074070            PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
074084        END-IF
074100        MOVE SPACES TO CONCILIA-LINHA
074200        WRITE CONCILIA-LINHA
074300        MOVE WS-QTD-ACEITAS TO WS-QTD-ED
074400        DISPLAY "ACEITAS:          " WS-QTD-ED
074500        MOVE WS-QTD-REJEITADAS TO WS-QTD-ED
074600        DISPLAY "REJEITADAS:       " WS-QTD-ED
074700        MOVE WS-QTD-NAO-CONFIRMADAS TO WS-QTD-ED
074800        DISPLAY "NAO CONFIRMADAS:  " WS-QTD-ED
074900        IF WS-QTD-RET-SEM-ENVIO > ZERO
075000            OR WS-QTD-RET-INVALIDOS > ZERO
075100            DISPLAY "HA LINHAS DO RETORNO NAO CONCILIADAS - "
075200                "VERIFIQUE CSVCREL"
075300        END-IF.
075400    3600-EMITIR-TOTAIS-EXIT.
075500        EXIT.
075600
075700******************************************************************
075800* 4000-LIBERAR - RELEASES THE PENDING ROWS OF A MATRICULA AND
075900*     CURSO TO BE SENT AGAIN UNCHANGED, FOR A REJECTION WHOSE
076000*     CAUSE WAS FIXED ON THE RECORDS SYSTEM'S SIDE (E.G. THE
076100*     DISCIPLINE WAS REOPENED THERE).
076200******************************************************************
076300    4000-LIBERAR.
076400        DISPLAY "MATRICULA:"
076500        ACCEPT WS-MATRICULA-ALVO
076600        DISPLAY "CURSO:"
076700        ACCEPT WS-CURSO-ALVO
076800        MOVE ZERO TO WS-QTD-LIBERADAS
076900        PERFORM 4010-LIBERAR-ENTRADA
077000            THRU 4010-LIBERAR-ENTRADA-EXIT
077100            VARYING WS-PD-IDX FROM 1 BY 1
077200            UNTIL WS-PD-IDX > WS-PD-QTD
077300        IF WS-QTD-LIBERADAS = ZERO
077400            DISPLAY "NENHUMA PENDENCIA REJEITADA PARA "
077500                WS-MATRICULA-ALVO " " WS-CURSO-ALVO
077600        ELSE
077700            MOVE WS-QTD-LIBERADAS TO WS-QTD-ED
077800            DISPLAY "PENDENCIAS LIBERADAS: " WS-QTD-ED
077900        END-IF.
078000    4000-LIBERAR-EXIT.
078100        EXIT.
078200
078300    4010-LIBERAR-ENTRADA.
078400        IF WS-PD-MATRICULA(WS-PD-IDX) = WS-MATRICULA-ALVO
078500            AND WS-PD-CURSO(WS-PD-IDX) = WS-CURSO-ALVO
078600            AND WS-PD-SITUACAO(WS-PD-IDX) = "P"
078700            AND WS-PD-BAIXADA(WS-PD-IDX) NOT = "S"
078800            MOVE "L" TO WS-PD-SITUACAO(WS-PD-IDX)
078900            ADD 1 TO WS-QTD-LIBERADAS
079000            MOVE SPACES TO WS-LINHA-DETALHE
079100            MOVE "LIBERADA" TO DET-OCORRENCIA
079200            PERFORM 8300-GRAVAR-DETALHE-PEND
079300                THRU 8300-GRAVAR-DETALHE-PEND-EXIT
079400        END-IF.
079500    4010-LIBERAR-ENTRADA-EXIT.
079600        EXIT.
079700
079800******************************************************************
079900* 5000-BUSCAR-ENVIADA - LOOKS UP WS-CHAVE-BUSCA AMONG THE ROWS
080000*     SENT; WS-EN-ATUAL POINTS AT THE ROW FOUND.
080100******************************************************************
080200    5000-BUSCAR-ENVIADA.
080300        MOVE "N" TO WS-EN-ACHADA-SW
080400        PERFORM 5010-COMPARAR-ENVIADA
080500            THRU 5010-COMPARAR-ENVIADA-EXIT
080600            VARYING WS-EN-IDX FROM 1 BY 1
080700            UNTIL WS-EN-IDX > WS-EN-QTD OR EN-ACHADA.
080800    5000-BUSCAR-ENVIADA-EXIT.
080900        EXIT.
081000
081100    5010-COMPARAR-ENVIADA.
081200        IF WS-EN-CHAVE(WS-EN-IDX) = WS-CHAVE-BUSCA
081300            MOVE WS-EN-IDX TO WS-EN-ATUAL
081400            MOVE "Y" TO WS-EN-ACHADA-SW
081500        END-IF.
081600    5010-COMPARAR-ENVIADA-EXIT.
081700        EXIT.
081800
081900******************************************************************
082000* 5100-BUSCAR-PENDENCIA - LOOKS UP WS-CHAVE-BUSCA AMONG THE
082100*     PENDING ROWS NOT YET SETTLED; WS-PD-ATUAL POINTS AT IT.
082200******************************************************************
082300    5100-BUSCAR-PENDENCIA.
082400        MOVE "N" TO WS-PD-ACHADA-SW
082500        PERFORM 5110-COMPARAR-PENDENCIA
082600            THRU 5110-COMPARAR-PENDENCIA-EXIT
082700            VARYING WS-PD-IDX FROM 1 BY 1
082800            UNTIL WS-PD-IDX > WS-PD-QTD OR PD-ACHADA.
082900    5100-BUSCAR-PENDENCIA-EXIT.
083000        EXIT.
083100
083200    5110-COMPARAR-PENDENCIA.
083300        IF WS-PD-CHAVE(WS-PD-IDX) = WS-CHAVE-BUSCA
083400            AND WS-PD-BAIXADA(WS-PD-IDX) NOT = "S"
083500            MOVE WS-PD-IDX TO WS-PD-ATUAL
083600            MOVE "Y" TO WS-PD-ACHADA-SW
083700        END-IF.
083800    5110-COMPARAR-PENDENCIA-EXIT.
083900        EXIT.
084000
084100******************************************************************
084200* 6000-GERAR-REENVIO - WRITES CSVREEN, IN THE CSV-EXTRACT LAYOUT,
084300*     WITH THE PENDING ROWS THAT CAN GO OUT AGAIN: EACH REJECTED
084400*     ROW IS REBUILT FROM THE LATEST GRADE-MASTER POSTING OF ITS
084500*     MATRICULA AND CURSO, KEEPING ITS ORIGINAL RUN NUMBER, AND
084600*     IS SENT ONLY WHEN IT DIFFERS FROM THE ROW REJECTED (THE
084700*     POSTING WAS CORRECTED) OR WHEN IT WAS RELEASED. THE REST
084775*     STAY PENDING. CSVREEN MUST BE RECONCILED (OPTION 2)
084850*     BEFORE THE NEXT RESEND REPLACES IT, SO THE OPTION IS
084925*     REFUSED WHILE ANY RESENT ROW ("E") IS STILL OPEN.
085000******************************************************************
085100    6000-GERAR-REENVIO.
085107        MOVE ZERO TO WS-QTD-AGUARDANDO
085114        PERFORM 6050-CONTAR-AGUARDANDO
085121            THRU 6050-CONTAR-AGUARDANDO-EXIT
085128            VARYING WS-PD-IDX FROM 1 BY 1
085135            UNTIL WS-PD-IDX > WS-PD-QTD
085142        IF WS-QTD-AGUARDANDO > ZERO
085149            MOVE WS-QTD-AGUARDANDO TO WS-QTD-ED
085156            DISPLAY WS-QTD-ED " LINHAS REENVIADAS AINDA SEM "
085163                "CONCILIACAO - CONCILIE O RETORNO DO CSVREEN "
085170                "(OPCAO 2) ANTES DE NOVO REENVIO"
085177            GO TO 6000-GERAR-REENVIO-EXIT
085184        END-IF
085200        MOVE ZERO TO WS-QTD-REENVIADAS
085300        MOVE ZERO TO WS-QTD-SEM-CORRECAO
085400        MOVE ZERO TO WS-QTD-SEM-POSTAGEM
085500        OPEN INPUT GRADE-MASTER
085600        IF WS-FS-GRADE NOT = "00"
085700            DISPLAY "GRADE-MASTER NAO ENCONTRADO - STATUS "
085800                WS-FS-GRADE
085900            GO TO 6000-GERAR-REENVIO-EXIT
086000        END-IF
086100        OPEN OUTPUT CSV-REENVIO
086200        IF WS-FS-REENVIO NOT = "00"
086300            DISPLAY "CSV-REENVIO NAO PODE SER ABERTO - STATUS "
086400                WS-FS-REENVIO
086500            CLOSE GRADE-MASTER
086600            GO TO 6000-GERAR-REENVIO-EXIT
086700        END-IF
086800        MOVE SPACES TO WS-CSV-LINHA
086900        STRING "MATRICULA,NOME,NOTA1,NOTA2,NOTA3,NOTA4,"
087000            DELIMITED BY SIZE
087100            "RESULTADO,STATUS,CURSO,EXECUCAO"
087200            DELIMITED BY SIZE
087300            INTO WS-CSV-LINHA
087400        MOVE WS-CSV-LINHA TO REENVIO-RECORD
087500        WRITE REENVIO-RECORD
087600        MOVE SPACES TO CONCILIA-LINHA
087700        MOVE "REENVIO DE LINHAS PENDENTES (CSVREEN):"
087800            TO CONCILIA-LINHA
087900        WRITE CONCILIA-LINHA
088000        MOVE WS-LINHA-COLUNAS TO CONCILIA-LINHA
088100        WRITE CONCILIA-LINHA
088200        MOVE 1 TO WS-NUM-LINHA
088300        PERFORM 6100-REENVIAR-ENTRADA
088400            THRU 6100-REENVIAR-ENTRADA-EXIT
088500            VARYING WS-PD-IDX FROM 1 BY 1
088600            UNTIL WS-PD-IDX > WS-PD-QTD
088700        CLOSE CSV-REENVIO
088800        CLOSE GRADE-MASTER
088900        MOVE SPACES TO CONCILIA-LINHA
089000        WRITE CONCILIA-LINHA
089100        MOVE "LINHAS REENVIADAS" TO TOT-DESCRICAO
089200        MOVE WS-QTD-REENVIADAS TO TOT-QTD
089300        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
089400        MOVE "PENDENTES SEM CORRECAO" TO TOT-DESCRICAO
089500        MOVE WS-QTD-SEM-CORRECAO TO TOT-QTD
089600        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
089700        MOVE "PENDENTES SEM POSTAGEM NO GRADE-MASTER"
089800            TO TOT-DESCRICAO
089900        MOVE WS-QTD-SEM-POSTAGEM TO TOT-QTD
090000        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
090100        MOVE SPACES TO CONCILIA-LINHA
090200        WRITE CONCILIA-LINHA
090300        MOVE WS-QTD-REENVIADAS TO WS-QTD-ED
090400        DISPLAY "LINHAS GRAVADAS EM CSVREEN: " WS-QTD-ED
090500        MOVE WS-QTD-SEM-CORRECAO TO WS-QTD-ED
090600        DISPLAY "PENDENTES SEM CORRECAO:     " WS-QTD-ED.
090700    6000-GERAR-REENVIO-EXIT.
090800        EXIT.
090811
090822    6050-CONTAR-AGUARDANDO.
090833        IF WS-PD-SITUACAO(WS-PD-IDX) = "E"
090844            AND WS-PD-BAIXADA(WS-PD-IDX) NOT = "S"
090855            ADD 1 TO WS-QTD-AGUARDANDO
090866        END-IF.
090877    6050-CONTAR-AGUARDANDO-EXIT.
090888        EXIT.
090900
091000    6100-REENVIAR-ENTRADA.
091100        IF WS-PD-BAIXADA(WS-PD-IDX) = "S"
091200            OR WS-PD-SITUACAO(WS-PD-IDX) = "E"
091300            GO TO 6100-REENVIAR-ENTRADA-EXIT
091400        END-IF
091500        MOVE WS-PD-IDX TO WS-PD-ATUAL
091600        PERFORM 6200-BUSCAR-POSTAGEM
091700            THRU 6200-BUSCAR-POSTAGEM-EXIT
091800        IF NOT POSTAGEM-ACHADA
091900            ADD 1 TO WS-QTD-SEM-POSTAGEM
092000            MOVE SPACES TO WS-LINHA-DETALHE
092100            MOVE "SEM POSTAGEM" TO DET-OCORRENCIA
092200            PERFORM 8300-GRAVAR-DETALHE-PEND
092300                THRU 8300-GRAVAR-DETALHE-PEND-EXIT
092400            GO TO 6100-REENVIAR-ENTRADA-EXIT
092500        END-IF
092600        PERFORM 6300-MONTAR-LINHA THRU 6300-MONTAR-LINHA-EXIT
092700        IF WS-CSV-LINHA = WS-PD-LINHA-CSV(WS-PD-ATUAL)
092800            AND WS-PD-SITUACAO(WS-PD-ATUAL) NOT = "L"
092900            ADD 1 TO WS-QTD-SEM-CORRECAO
093000            GO TO 6100-REENVIAR-ENTRADA-EXIT
093100        END-IF
093200        MOVE WS-CSV-LINHA TO REENVIO-RECORD
093300        WRITE REENVIO-RECORD
093400        ADD 1 TO WS-NUM-LINHA
093500        ADD 1 TO WS-QTD-REENVIADAS
093600        MOVE WS-CSV-LINHA TO WS-PD-LINHA-CSV(WS-PD-ATUAL)
093700        MOVE "E" TO WS-PD-SITUACAO(WS-PD-ATUAL)
093800        IF WS-PD-QTD-REENVIOS(WS-PD-ATUAL) < 99
093900            ADD 1 TO WS-PD-QTD-REENVIOS(WS-PD-ATUAL)
094000        END-IF
094100        MOVE SPACES TO WS-LINHA-DETALHE
094200        MOVE "REENVIADA" TO DET-OCORRENCIA
094300        PERFORM 8300-GRAVAR-DETALHE-PEND
094400            THRU 8300-GRAVAR-DETALHE-PEND-EXIT.
094500    6100-REENVIAR-ENTRADA-EXIT.
094600        EXIT.
094700
094800******************************************************************
094866* 6200-BUSCAR-POSTAGEM - READS INTO GRADE-MASTER-RECORD THE
094932*     POSTING OF THE TERM KEPT WITH THE PENDING ROW. A ROW KEPT
094998*     WITHOUT ITS TERM FALLS BACK TO THE POSTINGS OF ITS
095064*     MATRICULA AND CURSO IN KEY ORDER, KEEPING THE LAST ONE
095130*     (THE LATEST TERM).
095200******************************************************************
095300    6200-BUSCAR-POSTAGEM.
095400        MOVE "N" TO WS-POSTAGEM-SW
095500        MOVE "N" TO WS-FIM-MESTRE-SW
095507        IF WS-PD-ANO(WS-PD-ATUAL) NOT = ZERO
095514            MOVE WS-PD-MATRICULA(WS-PD-ATUAL) TO GM-MATRICULA
095521            MOVE WS-PD-CURSO(WS-PD-ATUAL) TO GM-CURSO
095528            MOVE WS-PD-ANO(WS-PD-ATUAL) TO GM-ANO
095535            MOVE WS-PD-SEM(WS-PD-ATUAL) TO GM-SEM
095542            MOVE "Y" TO WS-POSTAGEM-SW
095549            READ GRADE-MASTER
095556                INVALID KEY
095563                    MOVE "N" TO WS-POSTAGEM-SW
095570            END-READ
095577            GO TO 6200-BUSCAR-POSTAGEM-EXIT
095584        END-IF
095600        MOVE WS-PD-MATRICULA(WS-PD-ATUAL) TO GM-MATRICULA
095700        MOVE WS-PD-CURSO(WS-PD-ATUAL) TO GM-CURSO
095800        MOVE ZERO TO GM-ANO
095900        MOVE ZERO TO GM-SEM
096000        START GRADE-MASTER KEY IS NOT LESS THAN GM-CHAVE
096100            INVALID KEY
096200                GO TO 6200-BUSCAR-POSTAGEM-EXIT
096300        END-START
096400        PERFORM 6210-LER-POSTAGEM THRU 6210-LER-POSTAGEM-EXIT
096500            UNTIL FIM-MESTRE
096600        IF POSTAGEM-ACHADA
096700            MOVE WS-PD-MATRICULA(WS-PD-ATUAL) TO GM-MATRICULA
096800            MOVE WS-PD-CURSO(WS-PD-ATUAL) TO GM-CURSO
096900            MOVE WS-ULTIMO-ANO TO GM-ANO
097000            MOVE WS-ULTIMO-SEM TO GM-SEM
097100            READ GRADE-MASTER
097200                INVALID KEY
097300                    MOVE "N" TO WS-POSTAGEM-SW
097400            END-READ
097500        END-IF.
097600    6200-BUSCAR-POSTAGEM-EXIT.
097700        EXIT.
097800
097900    6210-LER-POSTAGEM.
098000        READ GRADE-MASTER NEXT RECORD
098100            AT END
098200                MOVE "Y" TO WS-FIM-MESTRE-SW
098300                GO TO 6210-LER-POSTAGEM-EXIT
098400        END-READ
098500        IF GM-MATRICULA NOT = WS-PD-MATRICULA(WS-PD-ATUAL)
098600            OR GM-CURSO NOT = WS-PD-CURSO(WS-PD-ATUAL)
098700            MOVE "Y" TO WS-FIM-MESTRE-SW
098800            GO TO 6210-LER-POSTAGEM-EXIT
098900        END-IF
099000        MOVE "Y" TO WS-POSTAGEM-SW
099100        MOVE GM-ANO TO WS-ULTIMO-ANO
099200        MOVE GM-SEM TO WS-ULTIMO-SEM.
099300    6210-LER-POSTAGEM-EXIT.
099400        EXIT.
099500
099600******************************************************************
099700* 6300-MONTAR-LINHA - BUILDS THE ROW FOR THE POSTING IN
099800*     GRADE-MASTER-RECORD EXACTLY AS ALUNO'S
099900*     7700-GRAVAR-CSV-EXTRACT DOES, WITH THE RUN NUMBER OF THE
100000*     PENDING ROW.
100100******************************************************************
100200    6300-MONTAR-LINHA.
100300        MOVE GM-NOTA1  TO WS-CSV-NOTA1
100400        MOVE GM-NOTA2  TO WS-CSV-NOTA2
100500        MOVE GM-NOTA3  TO WS-CSV-NOTA3
100600        MOVE GM-NOTA4  TO WS-CSV-NOTA4
100700        MOVE GM-RESULT TO WS-CSV-RESULT
100800        MOVE SPACES TO WS-CSV-LINHA
100900        PERFORM 6310-CALCULAR-TAM-NOME
101000            THRU 6310-CALCULAR-TAM-NOME-EXIT
101100        STRING QUOTE DELIMITED BY SIZE
101200            GM-MATRICULA DELIMITED BY SPACE
101300            QUOTE DELIMITED BY SIZE
101400            "," DELIMITED BY SIZE
101500            QUOTE DELIMITED BY SIZE
101600            GM-NOME(1:WS-TAM-NOME) DELIMITED BY SIZE
101700            QUOTE DELIMITED BY SIZE
101800            "," DELIMITED BY SIZE
101900            WS-CSV-NOTA1 DELIMITED BY SIZE
102000            "," DELIMITED BY SIZE
102100            WS-CSV-NOTA2 DELIMITED BY SIZE
102200            "," DELIMITED BY SIZE
102300            WS-CSV-NOTA3 DELIMITED BY SIZE
102400            "," DELIMITED BY SIZE
102500            WS-CSV-NOTA4 DELIMITED BY SIZE
102600            "," DELIMITED BY SIZE
102700            WS-CSV-RESULT DELIMITED BY SIZE
102800            "," DELIMITED BY SIZE
102900            GM-STATUS DELIMITED BY SPACE
103000            "," DELIMITED BY SIZE
103100            QUOTE DELIMITED BY SIZE
103200            GM-CURSO DELIMITED BY SPACE
103300            QUOTE DELIMITED BY SIZE
103400            "," DELIMITED BY SIZE
103500            WS-PD-EXECUCAO(WS-PD-ATUAL) DELIMITED BY SIZE
103600            INTO WS-CSV-LINHA.
103700    6300-MONTAR-LINHA-EXIT.
103800        EXIT.
103900
104000    6310-CALCULAR-TAM-NOME.
104100        MOVE 15 TO WS-TAM-NOME
104200        MOVE "N" TO WS-FIM-NOME-SW
104300        PERFORM 6311-VERIFICAR-POSICAO
104400            THRU 6311-VERIFICAR-POSICAO-EXIT
104500            UNTIL FIM-NOME.
104600    6310-CALCULAR-TAM-NOME-EXIT.
104700        EXIT.
104800
104900    6311-VERIFICAR-POSICAO.
105000        IF WS-TAM-NOME = 0
105100            MOVE 1 TO WS-TAM-NOME
105200            MOVE "Y" TO WS-FIM-NOME-SW
105300        ELSE
105400            IF GM-NOME(WS-TAM-NOME:1) NOT = SPACE
105500                MOVE "Y" TO WS-FIM-NOME-SW
105600            ELSE
105700                SUBTRACT 1 FROM WS-TAM-NOME
105800            END-IF
105900        END-IF.
106000    6311-VERIFICAR-POSICAO-EXIT.
106100        EXIT.
106200
106300******************************************************************
106400* 7000-LISTAR-PENDENCIAS - PRINTS EVERY ROW STILL PENDING WITH
106500*     ITS SITUATION AND THE LAST REASON GIVEN.
106600******************************************************************
106700    7000-LISTAR-PENDENCIAS.
106800        MOVE SPACES TO CONCILIA-LINHA
106900        MOVE "PENDENCIAS EM ABERTO (CSVPEND):" TO CONCILIA-LINHA
107000        WRITE CONCILIA-LINHA
107100        MOVE WS-LINHA-COLUNAS TO CONCILIA-LINHA
107200        WRITE CONCILIA-LINHA
107300        MOVE ZERO TO WS-QTD-PENDENTES
107400        PERFORM 7010-LISTAR-ENTRADA THRU 7010-LISTAR-ENTRADA-EXIT
107500            VARYING WS-PD-IDX FROM 1 BY 1
107600            UNTIL WS-PD-IDX > WS-PD-QTD
107700        MOVE SPACES TO CONCILIA-LINHA
107800        WRITE CONCILIA-LINHA
107900        MOVE "PENDENCIAS EM ABERTO" TO TOT-DESCRICAO
108000        MOVE WS-QTD-PENDENTES TO TOT-QTD
108100        PERFORM 8200-GRAVAR-TOTAL THRU 8200-GRAVAR-TOTAL-EXIT
108200        MOVE SPACES TO CONCILIA-LINHA
108300        WRITE CONCILIA-LINHA
108400        MOVE WS-QTD-PENDENTES TO WS-QTD-ED
108500        DISPLAY "PENDENCIAS EM ABERTO: " WS-QTD-ED.
108600    7000-LISTAR-PENDENCIAS-EXIT.
108700        EXIT.
108800
108900    7010-LISTAR-ENTRADA.
109000        IF WS-PD-BAIXADA(WS-PD-IDX) = "S"
109100            GO TO 7010-LISTAR-ENTRADA-EXIT
109200        END-IF
109300        ADD 1 TO WS-QTD-PENDENTES
109400        MOVE SPACES TO WS-LINHA-DETALHE
109500        IF WS-PD-SITUACAO(WS-PD-IDX) = "E"
109600            MOVE "REENVIADA" TO DET-OCORRENCIA
109700        ELSE
109800            IF WS-PD-SITUACAO(WS-PD-IDX) = "L"
109900                MOVE "LIBERADA" TO DET-OCORRENCIA
110000            ELSE
110100                MOVE "REJEITADA" TO DET-OCORRENCIA
110200            END-IF
110300        END-IF
110400        PERFORM 8300-GRAVAR-DETALHE-PEND
110500            THRU 8300-GRAVAR-DETALHE-PEND-EXIT.
110600    7010-LISTAR-ENTRADA-EXIT.
110700        EXIT.
110800
110900******************************************************************
111000* 8000-GRAVAR-DETALHE-ENVIO - PRINTS THE OCCURRENCE ALREADY IN
111100*     WS-LINHA-DETALHE FOR THE ROW SENT IN WS-CHAVE-BUSCA, WITH
111200*     ITS ORIGIN AND LINE NUMBER (THE CURRENT LINE WHILE THE
111300*     TRANSMISSION IS BEING LOADED, WS-EN-ATUAL AFTERWARDS).
111400******************************************************************
111500    8000-GRAVAR-DETALHE-ENVIO.
111600        MOVE WS-CH-EXECUCAO TO DET-EXECUCAO
111700        MOVE WS-CH-CURSO TO DET-CURSO
111800        MOVE WS-CH-MATRICULA TO DET-MATRICULA
111900        MOVE WS-ORIGEM TO DET-ORIGEM
112000        IF DET-OCORRENCIA = "LINHA REPETIDA"
112100            MOVE WS-NUM-LINHA TO DET-LINHA
112200        ELSE
112300            MOVE WS-EN-LINHA(WS-EN-ATUAL) TO DET-LINHA
112400        END-IF
112500        MOVE WS-LINHA-DETALHE TO CONCILIA-LINHA
112600        WRITE CONCILIA-LINHA.
112700    8000-GRAVAR-DETALHE-ENVIO-EXIT.
112800        EXIT.
112900
113000******************************************************************
113100* 8100-GRAVAR-DETALHE-RETORNO - PRINTS A RETURN-FILE LINE THAT
113200*     COULD NOT BE APPLIED, WITH ITS POSITION IN CSVRETN.
113300******************************************************************
113400    8100-GRAVAR-DETALHE-RETORNO.
113500        MOVE DET-OCORRENCIA TO WS-OCORRENCIA
113600        MOVE SPACES TO WS-LINHA-DETALHE
113700        MOVE WS-OCORRENCIA TO DET-OCORRENCIA
113800        IF RET-EXECUCAO NUMERIC
113900            MOVE RET-EXECUCAO TO DET-EXECUCAO
114000        ELSE
114100            MOVE ZERO TO DET-EXECUCAO
114200        END-IF
114300        MOVE RET-CURSO TO DET-CURSO
114400        MOVE RET-MATRICULA TO DET-MATRICULA
114500        MOVE "CSVRETN" TO DET-ORIGEM
114600        MOVE WS-NUM-LINHA-RET TO DET-LINHA
114700        MOVE RET-CODIGO TO DET-CODIGO
114800        MOVE RET-MENSAGEM TO DET-MENSAGEM
114900        MOVE WS-LINHA-DETALHE TO CONCILIA-LINHA
115000        WRITE CONCILIA-LINHA.
115100    8100-GRAVAR-DETALHE-RETORNO-EXIT.
115200        EXIT.
115300
115400    8200-GRAVAR-TOTAL.
115500        MOVE WS-LINHA-TOTAL TO CONCILIA-LINHA
115600        WRITE CONCILIA-LINHA.
115700    8200-GRAVAR-TOTAL-EXIT.
115800        EXIT.
115900
116000******************************************************************
116100* 8300-GRAVAR-DETALHE-PEND - PRINTS THE OCCURRENCE ALREADY IN
116200*     WS-LINHA-DETALHE FOR THE PENDING ROW WS-PD-IDX, WITH ITS
116300*     NUMBER OF RESENDS IN THE LINE COLUMN.
116400******************************************************************
116500    8300-GRAVAR-DETALHE-PEND.
116600        MOVE WS-PD-EXECUCAO(WS-PD-IDX) TO DET-EXECUCAO
116700        MOVE WS-PD-CURSO(WS-PD-IDX) TO DET-CURSO
116800        MOVE WS-PD-MATRICULA(WS-PD-IDX) TO DET-MATRICULA
116900        MOVE "REENV." TO DET-ORIGEM
117000        MOVE WS-PD-QTD-REENVIOS(WS-PD-IDX) TO DET-LINHA
117100        MOVE WS-PD-CODIGO(WS-PD-IDX) TO DET-CODIGO
117200        MOVE WS-PD-MENSAGEM(WS-PD-IDX) TO DET-MENSAGEM
117300        MOVE WS-LINHA-DETALHE TO CONCILIA-LINHA
117400        WRITE CONCILIA-LINHA.
117500    8300-GRAVAR-DETALHE-PEND-EXIT.
117600        EXIT.
117700
117800******************************************************************
117900* 9000-REGRAVAR-PENDENCIAS - REWRITES CSVPEND WITH EVERY ROW NOT
118000*     SETTLED IN THIS SESSION.
118100******************************************************************
118200    9000-REGRAVAR-PENDENCIAS.
118300        OPEN OUTPUT CSV-PENDENCIA
118400        IF WS-FS-PENDENCIA NOT = "00"
118500            DISPLAY "CSV-PENDENCIA NAO PODE SER GRAVADO - STATUS "
118600                WS-FS-PENDENCIA
118700            GO TO 9000-REGRAVAR-PENDENCIAS-EXIT
118800        END-IF
118900        MOVE ZERO TO WS-QTD-PENDENTES
119000        PERFORM 9010-GRAVAR-PENDENCIA
119100            THRU 9010-GRAVAR-PENDENCIA-EXIT
119200            VARYING WS-PD-IDX FROM 1 BY 1
119300            UNTIL WS-PD-IDX > WS-PD-QTD
119400        CLOSE CSV-PENDENCIA
119500        MOVE WS-QTD-PENDENTES TO WS-QTD-ED
119600        DISPLAY "PENDENCIAS GRAVADAS EM CSVPEND: " WS-QTD-ED.
119700    9000-REGRAVAR-PENDENCIAS-EXIT.
119800        EXIT.
119900
120000    9010-GRAVAR-PENDENCIA.
120100        IF WS-PD-BAIXADA(WS-PD-IDX) = "S"
120200            GO TO 9010-GRAVAR-PENDENCIA-EXIT
120300        END-IF
120400        MOVE WS-PD-ENTRADA(WS-PD-IDX) TO PENDENCIA-RECORD
120500        WRITE PENDENCIA-RECORD
120600        ADD 1 TO WS-QTD-PENDENTES.
120700    9010-GRAVAR-PENDENCIA-EXIT.
120800        EXIT.
120900
121000    END PROGRAM CsvConcilia.
