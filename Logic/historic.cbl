001396*                  FILE MODE NOW ALSO WRITES A PER-MATRICULA
001397*                  OUTCOME LINE TO HISOUTC SO THE MORNING SHIFT
001398*                  SEES WHAT RAN AND WHAT CAME UP EMPTY.
001399* 2026-10-15  HSM  A TRANCADO ATTEMPT (WITHDRAWN THROUGH THE
001415*                  ENROLLMENT MAINTENANCE) PRINTS WITH "---" IN
001431*                  PLACE OF NOTAS AND RESULT, STAYS OUT OF THE
001447*                  MEDIA GERAL, AND IS COUNTED IN ITS OWN FOOTER
001463*                  AND OUTCOME FIELD.
001479******************************************************************
001500    IDENTIFICATION DIVISION.
001600    PROGRAM-ID. Historico.
001700    AUTHOR. HENRIQUE S. MENDES.
005700    01  WS-QTD-DISCIPLINAS      PIC 9(03) VALUE ZERO.
005710    01  WS-QTD-INCOMPLETOS      PIC 9(03) VALUE ZERO.
005720    01  WS-QTD-INCOMPL-ED       PIC ZZ9.
005730    01  WS-QTD-TRANCADOS        PIC 9(03) VALUE ZERO.
005740    01  WS-QTD-TRANC-ED         PIC ZZ9.
005800    01  WS-SOMA-RESULT          PIC 9(05)V99 VALUE ZERO.
005900    01  WS-MEDIA-GERAL          PIC 9(02)V99 VALUE ZERO.
006000
010820                                PIC X(05).
010900        05  FILLER              PIC X(02) VALUE SPACES.
011000        05  DET-RESULT          PIC Z9.99.
011010        05  DET-RESULT-X REDEFINES DET-RESULT
011020                                PIC X(05).
011100        05  FILLER              PIC X(02) VALUE SPACES.
011200        05  DET-MEDIA           PIC Z9.99.
011300        05  FILLER              PIC X(01) VALUE SPACE.
021700    2000-EMITIR-HISTORICO.
021800        MOVE ZERO TO WS-QTD-DISCIPLINAS
021850        MOVE ZERO TO WS-QTD-INCOMPLETOS
021860        MOVE ZERO TO WS-QTD-TRANCADOS
021900        MOVE ZERO TO WS-SOMA-RESULT
022000        PERFORM 2300-VARRER-HISTORIA
022100            THRU 2300-VARRER-HISTORIA-EXIT
022200        PERFORM 2400-VARRER-MESTRE
022300            THRU 2400-VARRER-MESTRE-EXIT
022500        IF WS-QTD-DISCIPLINAS + WS-QTD-INCOMPLETOS
022510            + WS-QTD-TRANCADOS = ZERO
022600            MOVE SPACES TO HISTORICO-LINHA
022700            STRING "MATRICULA " DELIMITED BY SIZE
022800                WS-MATRICULA-ALVO DELIMITED BY SIZE
024190                    INTO HISTORICO-LINHA
024191                WRITE HISTORICO-LINHA
024192            END-IF
024193            IF WS-QTD-TRANCADOS > ZERO
024194                MOVE WS-QTD-TRANCADOS TO WS-QTD-TRANC-ED
024195                MOVE SPACES TO HISTORICO-LINHA
024196                STRING "TRANCADOS (SEM RESULTADO, FORA DA "
024197                    DELIMITED BY SIZE
024198                    "MEDIA GERAL): " DELIMITED BY SIZE
024199                    WS-QTD-TRANC-ED DELIMITED BY SIZE
024219                    INTO HISTORICO-LINHA
024239                WRITE HISTORICO-LINHA
024259            END-IF
024279        END-IF
024300        MOVE SPACES TO HISTORICO-LINHA
024400        WRITE HISTORICO-LINHA.
024500    2000-EMITIR-HISTORICO-EXIT.
025200*     THE FIRST ATTEMPT FOUND).
025300******************************************************************
025400    2100-EMITIR-DISCIPLINA.
025800        IF WS-QTD-DISCIPLINAS + WS-QTD-INCOMPLETOS
025810            + WS-QTD-TRANCADOS = ZERO
025900            MOVE WS-MATRICULA-ALVO TO CAB-MATRICULA
026000            MOVE GM-NOME TO CAB-NOME
026100            MOVE WS-LINHA-CABECALHO TO HISTORICO-LINHA
026600        IF GM-STATUS = "INCOMPLET"
026610            ADD 1 TO WS-QTD-INCOMPLETOS
026620        ELSE
026621            IF GM-STATUS = "TRANCADO "
026622                ADD 1 TO WS-QTD-TRANCADOS
026623            ELSE
026630                ADD 1 TO WS-QTD-DISCIPLINAS
026700                ADD GM-RESULT TO WS-SOMA-RESULT
026710            END-IF
026711        END-IF
026800        MOVE GM-CURSO  TO DET-CURSO
026810        MOVE GM-ANO    TO DET-ANO
026820        MOVE GM-SEM    TO DET-SEM
027300        MOVE GM-RESULT TO DET-RESULT
027400        MOVE GM-MEDIA  TO DET-MEDIA
027500        MOVE GM-STATUS TO DET-STATUS
027510*       A TRANCADO ATTEMPT WAS NEVER GRADED: NO NOTA AND NO
027520*       RESULT ARE SHOWN.
027530        IF GM-STATUS = "TRANCADO "
027540            MOVE " --- " TO DET-NOTA1-X DET-NOTA2-X DET-NOTA3-X
027550                DET-NOTA4-X DET-RESULT-X
027560        END-IF
027600        MOVE WS-LINHA-DETALHE TO HISTORICO-LINHA
027700        WRITE HISTORICO-LINHA.
028000    2100-EMITIR-DISCIPLINA-EXIT.
031150******************************************************************
031160    3200-GRAVAR-OUTCOME.
031170        MOVE SPACES TO OUTCOME-LINHA
031180        IF WS-QTD-DISCIPLINAS + WS-QTD-INCOMPLETOS
031181            + WS-QTD-TRANCADOS = ZERO
031182            STRING "MATRICULA " DELIMITED BY SIZE
031183                WS-MATRICULA-ALVO DELIMITED BY SIZE
031184                " SEM DISCIPLINAS - NADA EMITIDO"
031185                DELIMITED BY SIZE
031186                INTO OUTCOME-LINHA
031187        ELSE
031188            MOVE WS-QTD-DISCIPLINAS TO WS-QTD-DISC-ED
031189            MOVE WS-QTD-INCOMPLETOS TO WS-QTD-INCOMPL-ED
031190            MOVE WS-QTD-TRANCADOS TO WS-QTD-TRANC-ED
031191            STRING "MATRICULA " DELIMITED BY SIZE
031192                WS-MATRICULA-ALVO DELIMITED BY SIZE
031193                " HISTORICO EMITIDO - DISCIPLINAS:"
031194                DELIMITED BY SIZE
031195                WS-QTD-DISC-ED DELIMITED BY SIZE
031196                " INCOMPLETOS:" DELIMITED BY SIZE
031197                WS-QTD-INCOMPL-ED DELIMITED BY SIZE
031198                " TRANCADOS:" DELIMITED BY SIZE
031201                WS-QTD-TRANC-ED DELIMITED BY SIZE
031202                INTO OUTCOME-LINHA
031203        END-IF
031204        WRITE OUTCOME-LINHA.
