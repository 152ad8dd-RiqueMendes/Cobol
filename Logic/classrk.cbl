001495*                  A PER-REQUEST OUTCOME LINE IN RNKOUTC; THE
001496*                  CONSOLE PROMPTS REMAIN THE FALLBACK FOR
001497*                  AD-HOC DAYTIME USE.
001498* 2026-10-15  HSM  TRANCADO POSTINGS (WITHDRAWN STUDENTS, NO
001499*                  RESULT) ARE LEFT OUT OF THE RANKING, THE
001524*                  HISTOGRAM, AND THE PER-NOTA AVERAGES, AND
001549*                  COUNTED ON THEIR OWN LINE.
001574******************************************************************
001600    IDENTIFICATION DIVISION.
001700    PROGRAM-ID. ClasseRank.
001800    AUTHOR. HENRIQUE S. MENDES.
005540    01  WS-CNT-NOTA4            PIC 9(05) VALUE ZERO.
005550    01  WS-QTD-INCOMPLETOS      PIC 9(05) VALUE ZERO.
005560    01  WS-QTD-INCOMPL-ED       PIC ZZZZ9.
005570    01  WS-QTD-TRANCADOS        PIC 9(05) VALUE ZERO.
005580    01  WS-QTD-TRANC-ED         PIC ZZZZ9.
005600    01  WS-MEDIA-NOTA           PIC 9(02)V99 VALUE ZERO.
005700
005800*   ONE ENTRY PER STUDENT OF THE COURSE, SORTED IN PLACE BY
013000        CLOSE RANKING-REPORT
013300        STOP RUN.
013310
013311******************************************************************
013312* 0200-LER-PARAM - READS ONE RNKPARM REQUEST (CURSO, TERMO AAAAS
013313*     OR BLANK FOR ALL TERMS) AND RANKS ITS CLASS. BLANK LINES
013314*     ARE SKIPPED.
013315******************************************************************
013316    0200-LER-PARAM.
013317        READ PARAM-FILE
013318            AT END
013319                MOVE "Y" TO WS-EOF-PARAM-SW
013320            NOT AT END
013321                IF PRM-CURSO NOT = SPACES
013322                    MOVE PRM-CURSO TO WS-CODIGO-CURSO
013323                    MOVE PRM-TERMO TO WS-TERMO-ENTRADA
013324                    DISPLAY "RANQUEANDO DISCIPLINA "
013325                        WS-CODIGO-CURSO
013326                    PERFORM 0500-PROCESSAR-PEDIDO
013327                        THRU 0500-PROCESSAR-PEDIDO-EXIT
013328                    PERFORM 0600-GRAVAR-OUTCOME
013329                        THRU 0600-GRAVAR-OUTCOME-EXIT
013330                END-IF
013331        END-READ.
013332    0200-LER-PARAM-EXIT.
013333        EXIT.
013334
013335******************************************************************
013336* 0500-PROCESSAR-PEDIDO - RANKS ONE COURSE/TERM REQUEST: RESETS
013337*     THE PER-REQUEST STATE, LOADS AND SORTS THE CLASS, AND
013338*     WRITES ITS RANKING, HISTOGRAM, AND PER-NOTA AVERAGES.
013339******************************************************************
013340    0500-PROCESSAR-PEDIDO.
013341        MOVE "N" TO WS-EOF-GRADE-SW
013342        MOVE ZERO TO WS-SOMA-NOTA1 WS-SOMA-NOTA2
013343            WS-SOMA-NOTA3 WS-SOMA-NOTA4
013344        MOVE ZERO TO WS-CNT-NOTA1 WS-CNT-NOTA2
013345            WS-CNT-NOTA3 WS-CNT-NOTA4
013346        MOVE ZERO TO WS-QTD-INCOMPLETOS
013347        MOVE ZERO TO WS-QTD-TRANCADOS
013353        PERFORM 1000-CARREGAR-TURMA
013354            THRU 1000-CARREGAR-TURMA-EXIT
013355        IF WS-RK-QTD = ZERO
018900    1100-LER-GRADE-MASTER-EXIT.
019000        EXIT.
019010
019011******************************************************************
019012* 1150-TRATAR-POSTAGEM - FILES ONE POSTING OF THE COURSE INTO
019013*     THE RANKING TABLE. AN INCOMPLETO POSTING HAS NO FINAL
019014*     RESULT AND IS COUNTED ASIDE INSTEAD OF RANKED; A NOTA
019015*     STILL CARRYING THE 99.99 ABSENT SENTINEL NEVER ENTERS THE
019016*     PER-NOTA SUMS, EACH SUM KEEPING ITS OWN DIVISOR. A
019017*     TRANCADO POSTING NEVER HAS A RESULT AND IS COUNTED ASIDE
019018*     THE SAME WAY.
019019******************************************************************
019020    1150-TRATAR-POSTAGEM.
019021        IF GM-STATUS = "INCOMPLET"
019022            ADD 1 TO WS-QTD-INCOMPLETOS
019023            GO TO 1150-TRATAR-POSTAGEM-EXIT
019024        END-IF
019025        IF GM-STATUS = "TRANCADO "
019027            ADD 1 TO WS-QTD-TRANCADOS
019029            GO TO 1150-TRATAR-POSTAGEM-EXIT
019031        END-IF
019032        IF WS-RK-QTD >= WS-RK-MAX
019033            MOVE "Y" TO WS-RK-ESTOURO-SW
035470                WS-QTD-INCOMPL-ED DELIMITED BY SIZE
035480                INTO RANKING-LINHA
035490            WRITE RANKING-LINHA
035491        END-IF
035492        IF WS-QTD-TRANCADOS > ZERO
035493            MOVE WS-QTD-TRANCADOS TO WS-QTD-TRANC-ED
035494            MOVE SPACES TO RANKING-LINHA
035495            STRING "TRANCADOS (SEM RESULTADO) FORA DO "
035496                DELIMITED BY SIZE
035497                "RANKING: " DELIMITED BY SIZE
035498                WS-QTD-TRANC-ED DELIMITED BY SIZE
035499                INTO RANKING-LINHA
035524            WRITE RANKING-LINHA
035549        END-IF.
035574    5000-GRAVAR-MEDIAS-NOTAS-EXIT.
035600        EXIT.
035700
035800    END PROGRAM ClasseRank.
