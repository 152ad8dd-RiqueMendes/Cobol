002140*                  STUDENT GRADED IN TWO DISCIPLINES OF THE SAME
002150*                  RUN - OR TWO RUNS ON THE SAME DAY - NO LONGER
002160*                  THROWS THE AUDIT EQUATION OUT OF BALANCE.
002173* 2026-10-15  HSM  CSV-EXTRACT RECORD WIDENED TO 100 TO MATCH THE
002186*                  CURSO AND EXECUCAO COLUMNS NOW ENDING EACH ROW.
002200******************************************************************
002300    IDENTIFICATION DIVISION.
002400    PROGRAM-ID. Balanco.
008500
008600    FD  CSV-EXTRACT
008700        RECORDING MODE IS F.
008800    01  CSV-RECORD              PIC X(100).
008900
009000    FD  TERM-FILE
009100        RECORDING MODE IS F.
050100            NOT AT END
050200                IF CSV-RECORD (1:1) = QUOTE
050300                    MOVE SPACES TO WS-CSV-MATRICULA
050400                    UNSTRING CSV-RECORD (2:99)
050500                        DELIMITED BY QUOTE
050600                        INTO WS-CSV-MATRICULA WS-CSV-RESTO
050700                    END-UNSTRING
