001592*                  APPENDING ITS SECTION TO AUDREPT, WITH A
001593*                  PER-REQUEST OUTCOME LINE IN AUDOUTC; THE MENU
001594*                  REMAINS THE FALLBACK FOR AD-HOC DAYTIME USE.
001595* 2026-10-15  HSM  AUDIT-LOG ENTRIES GREW THE AU-SEQUENCIA CHAIN
001596*                  NUMBER AND THE AU-CHECAGEM CHECK VALUE; RECORD
001597*                  IMAGES HERE WIDENED FROM 111 TO 131 BYTES AND
001598*                  THE REPORT LINE FROM 120 TO 140. THE ARCHIVE
001599*                  MOVES ENTRIES UNCHANGED, SO THE CHAIN CONTINUES
001632*                  FROM AUDHIST INTO THE LIVE LOG.
001665******************************************************************
001700    IDENTIFICATION DIVISION.
001800    PROGRAM-ID. AudConsulta.
001900    AUTHOR. HENRIQUE S. MENDES.
004500
004600    FD  AUDIT-REPORT
004700        RECORDING MODE IS F.
004800    01  REPORT-LINHA            PIC X(140).
004900
005000    FD  AUDIT-HISTORY
005100        RECORDING MODE IS F.
005200    01  HISTORY-RECORD          PIC X(131).
005300
005400    FD  AUDIT-TEMP
005500        RECORDING MODE IS F.
005600    01  TEMP-RECORD             PIC X(131).
005610
005620    FD  PARAM-FILE
005630        RECORDING MODE IS F.
024100                IF ENTRADA-SELECIONADA
024200                    ADD 1 TO WS-QTD-SELECIONADOS
024300                    MOVE SPACES TO REPORT-LINHA
024400                    MOVE AUDIT-RECORD TO REPORT-LINHA (1:131)
024500                    WRITE REPORT-LINHA
024600                END-IF
024700        END-READ.
