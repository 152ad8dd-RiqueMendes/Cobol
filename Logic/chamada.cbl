000100******************************************************************
000200* Author: Henrique S. Mendes
000300* Date:  15/10/2026
000400* Purpose: Daily roll-call capture, FRQFILE build, absence warning
000500* Tectonics: cobc
000600******************************************************************
000700* MODIFICATION HISTORY
000800* DATE       INIT DESCRIPTION
000900* 2026-10-15  HSM  NEW PROGRAM. READS THE TEACHERS' DAILY ROLL-
001000*                  CALL FILES (DATA, CURSO, MATRICULA, PRESENTE OR
001100*                  AUSENTE)
001200*                  AND KEEPS EVERY ACCEPTED LINE ON THE PER-CLASS-
001300*                  DAY ATTENDANCE FILE (AULFILE). A CLASS DATE
001400*                  ALREADY RECORDED FOR THE DISCIPLINE, A STUDENT
001500*                  NOT ON THE ENROLLMENT MASTER FOR IT, A STUDENT
001600*                  LISTED TWICE ON ONE DAY, AND A BAD DATE OR MARK
001700*                  ARE REJECTED TO THE CAPTURE REPORT (CHMREPT).
001800*                  FREQUENCIA-FILE (FRQFILE) IS THEN REBUILT FROM
001900*                  THE WHOLE ATTENDANCE FILE FOR THE GRADING RUN,
002000*                  AND THE ABSENCE WARNING LIST (AVSREPT) NAMES
002100*                  EVERY STUDENT ALREADY BELOW THE COURSE MINIMUM
002200*                  (CTL-FREQ-MIN, DEFAULT 75) OR WHO WOULD FALL
002300*                  BELOW IT WITH TWO MORE ABSENCES, SO THE
002400*                  COORDINATORS CAN ACT BEFORE GRADING TIME.
002500*                  RETIRES THE HAND-ADDED TOTALS OF THE PAPER
002600*                  ATTENDANCE SHEETS.
002610* 2026-10-15  HSM  ENROLL-MASTER NOW COMES FROM THE ENRREC
002620*                  COPYBOOK. A ROLL-CALL LINE FOR A TRANCADO
002630*                  STUDENT IS REJECTED AS SUCH, AND TRANCADO
002640*                  STUDENTS ARE LEFT OFF THE ABSENCE WARNING LIST.
002650* 2026-10-15  HSM  EVERY AULFILE LINE NOW CARRIES THE OPEN TERM OF
002660*                  TERM-FILE, AND THE DUPLICATE-DAY CHECK AND THE
002670*                  FRQFILE REBUILD ONLY TAKE LINES OF THAT TERM,
002680*                  SO A NEW TERM NO LONGER ADDS TO LAST TERM'S
002685*                  CLASSES. WITHOUT AN OPEN TERM THE RUN STOPS.
002687* 2026-10-15  HSM  AULFILE LINES ALSO CARRY THE STUDENT'S TURMA
002689*                  FROM ENROLL-MASTER AND A CLASS DAY IS KEYED ON
002691*                  TURMA AND DATA, SO TWO TURMAS OF ONE
002692*                  DISCIPLINE CAN BOTH HAVE CLASS ON THE SAME
002693*                  DATE. THE DATE OF A ROLL-CALL LINE NOW GETS THE
002695*                  FULL CALENDAR CHECK (DAYS PER MONTH, LEAP
002697*                  YEARS).
002700******************************************************************
002800    IDENTIFICATION DIVISION.
002900    PROGRAM-ID. Chamada.
003000    AUTHOR. HENRIQUE S. MENDES.
003100    INSTALLATION. DEPARTAMENTO ACADEMICO.
003200    DATE-WRITTEN. 15/10/2026.
003300    DATE-COMPILED.
003400
003500    ENVIRONMENT DIVISION.
003600    INPUT-OUTPUT SECTION.
003700    FILE-CONTROL.
003800        SELECT CHAMADA-FILE ASSIGN TO DYNAMIC WS-ARQ-CHAMADA
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS IS WS-FS-CHAMADA.
004100        SELECT ENROLL-MASTER ASSIGN TO "ENRFILE"
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS IS WS-FS-ENROLL.
004400        SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS IS WS-FS-CONTROL.
004700        SELECT AULA-DIARIA ASSIGN TO "AULFILE"
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS IS WS-FS-AULA.
005000        SELECT FREQUENCIA-FILE ASSIGN TO "FRQFILE"
005100            ORGANIZATION IS LINE SEQUENTIAL
005200            FILE STATUS IS WS-FS-FREQ.
005300        SELECT CHAMADA-REPORT ASSIGN TO "CHMREPT"
005400            ORGANIZATION IS LINE SEQUENTIAL
005500            FILE STATUS IS WS-FS-REPORT.
005600        SELECT AVISO-REPORT ASSIGN TO "AVSREPT"
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS IS WS-FS-AVISO.
005825        SELECT TERM-FILE ASSIGN TO "TRMFILE"
005850            ORGANIZATION IS LINE SEQUENTIAL
005875            FILE STATUS IS WS-FS-TERMO.
005900
006000    DATA DIVISION.
006100    FILE SECTION.
006200    FD  CHAMADA-FILE
006300        RECORDING MODE IS F.
006400*   ONE LINE PER STUDENT PER CLASS DAY, AS THE TEACHER SENDS IT:
006500*   CH-PRESENCA IS "P" (PRESENTE) OR "A" (AUSENTE).
006600    01  CHAMADA-RECORD.
006700        05  CH-DATA-X           PIC X(08).
006800        05  CH-DATA REDEFINES CH-DATA-X.
006900            10  CH-DATA-ANO     PIC 9(04).
007000            10  CH-DATA-MES     PIC 9(02).
007100            10  CH-DATA-DIA     PIC 9(02).
007200        05  CH-CURSO            PIC X(06).
007300        05  CH-MATRICULA        PIC X(10).
007400        05  CH-PRESENCA         PIC X(01).
007500
007600    FD  ENROLL-MASTER
007700        RECORDING MODE IS F.
007800    COPY ENRREC.
008200
008300    FD  CONTROL-FILE
008400        RECORDING MODE IS F.
008500    COPY CTLREC.
008600
008700    FD  AULA-DIARIA
008800        RECORDING MODE IS F.
008900*   THE PER-CLASS-DAY ATTENDANCE FILE: EVERY ROLL-CALL LINE EVER
008960*   ACCEPTED, ONLY EVER EXTENDED, EACH WITH THE TERM IT WAS
009020*   CAPTURED IN AND THE STUDENT'S TURMA (SPACES FOR A
009050*   DISCIPLINE WITHOUT NAMED TURMAS). FREQUENCIA-FILE IS A
009080*   SUMMARY OF THE OPEN TERM'S LINES AND CAN ALWAYS BE REBUILT
009140*   FROM THEM.
009200    01  AULA-RECORD.
009300        05  AD-CURSO            PIC X(06).
009400        05  AD-DATA             PIC 9(08).
009500        05  AD-MATRICULA        PIC X(10).
009600        05  AD-PRESENCA         PIC X(01).
009625        05  AD-TERMO.
009650            10  AD-TERMO-ANO    PIC 9(04).
009675            10  AD-TERMO-SEM    PIC 9(01).
009687        05  AD-TURMA            PIC X(02).
009700
009800    FD  FREQUENCIA-FILE
009900        RECORDING MODE IS F.
010000    01  FREQUENCIA-RECORD.
010100        05  FQ-MATRICULA        PIC X(10).
010200        05  FQ-CURSO            PIC X(06).
010300        05  FQ-AULAS-DADAS      PIC 9(03).
010400        05  FQ-AULAS-PRES       PIC 9(03).
010500
010600    FD  CHAMADA-REPORT
010700        RECORDING MODE IS F.
010800    01  REPORT-LINHA            PIC X(80).
010900
011000    FD  AVISO-REPORT
011100        RECORDING MODE IS F.
011200    01  AVISO-LINHA             PIC X(80).
011220
011240    FD  TERM-FILE
011260        RECORDING MODE IS F.
011280    COPY TRMREC.
011300
011400    WORKING-STORAGE SECTION.
011500    01  WS-FS-CHAMADA           PIC X(02).
011600    01  WS-FS-ENROLL            PIC X(02).
011700    01  WS-FS-CONTROL           PIC X(02).
011800    01  WS-FS-AULA              PIC X(02).
011900    01  WS-FS-FREQ              PIC X(02).
012000    01  WS-FS-REPORT            PIC X(02).
012100    01  WS-FS-AVISO             PIC X(02).
012150    01  WS-FS-TERMO             PIC X(02).
012200    01  WS-ARQ-CHAMADA          PIC X(44).
012300
012400    01  WS-QTD-ARQUIVOS         PIC 9(05) VALUE ZERO.
012500    01  WS-QTD-LIDOS            PIC 9(05) VALUE ZERO.
012600    01  WS-QTD-ACEITOS          PIC 9(05) VALUE ZERO.
012700    01  WS-QTD-DIA-DUPLIC       PIC 9(05) VALUE ZERO.
012800    01  WS-QTD-NAO-MATRIC       PIC 9(05) VALUE ZERO.
012810    01  WS-QTD-TRANCADOS        PIC 9(05) VALUE ZERO.
012900    01  WS-QTD-ALUNO-DUPLIC     PIC 9(05) VALUE ZERO.
013000    01  WS-QTD-INVALIDOS        PIC 9(05) VALUE ZERO.
013100    01  WS-QTD-FQ-GRAVADOS      PIC 9(05) VALUE ZERO.
013200    01  WS-QTD-ACIMA            PIC 9(05) VALUE ZERO.
013300    01  WS-QTD-RISCO            PIC 9(05) VALUE ZERO.
013350    01  WS-QTD-OUTRO-TERMO      PIC 9(05) VALUE ZERO.
013400    01  WS-QTD-ED               PIC ZZZZ9.
013500
013600*   A STUDENT IS WARNED AS EM RISCO WHEN THIS MANY MORE ABSENCES
013700*   WOULD TAKE THE STUDENT BELOW THE MINIMUM.
013800    01  WS-MARGEM-FALTAS        PIC 9(02) VALUE 2.
013900    01  WS-FREQ-MIN             PIC 9(03) VALUE 75.
014000    01  WS-FREQ-PCT             PIC 9(03) VALUE ZERO.
014100    01  WS-FREQ-PROJ            PIC 9(03) VALUE ZERO.
014200    01  WS-FALTAS               PIC 9(03) VALUE ZERO.
014300    01  WS-DADAS-ED             PIC ZZ9.
014400    01  WS-PRES-ED              PIC ZZ9.
014500    01  WS-FALTAS-ED            PIC ZZ9.
014600    01  WS-PCT-ED               PIC ZZ9.
014700    01  WS-MIN-ED               PIC ZZ9.
014800    01  WS-SITUACAO             PIC X(15).
014812
014824*   THE OPEN TERM OF TERM-FILE: EVERY LINE CAPTURED IS STAMPED
014836*   WITH IT AND ONLY ITS LINES ARE COUNTED.
014848    01  WS-TERMO-ATUAL.
014860        05  WS-ANO-LETIVO       PIC 9(04) VALUE ZERO.
014872        05  WS-SEMESTRE         PIC 9(01) VALUE ZERO.
014884    01  WS-TERMO-STATUS         PIC X(07) VALUE SPACES.
014886*   TURMA OF THE LINE BEING CHECKED OR LOADED: PART OF THE CLASS-
014888*   DAY KEY.
014890    01  WS-TURMA-CHAMADA        PIC X(02) VALUE SPACES.
014892    01  WS-DC-AUX               PIC 9(05) VALUE ZERO.
014894    01  WS-DC-PARCELA           PIC 9(07) VALUE ZERO.
014900
015000*   ENROLLED STUDENTS OF EVERY DISCIPLINE, LOADED ONCE: A ROLL-
015100*   CALL FILE MAY CARRY MORE THAN ONE DISCIPLINE. SITUACAO "T"
015110*   IS A TRANCAMENTO.
015200    01  WS-EN-QTD               PIC 9(05) VALUE ZERO.
015300    01  WS-EN-IDX               PIC 9(05) VALUE ZERO.
015400    01  WS-EN-MAX               PIC 9(05) VALUE 20000.
015500    01  WS-EN-TABELA.
015600        05  WS-EN-ENTRADA OCCURS 20000 TIMES.
015700            10  WS-EN-MATRICULA PIC X(10).
015800            10  WS-EN-CURSO     PIC X(06).
015900            10  WS-EN-NOME      PIC A(15).
015910            10  WS-EN-SITUACAO  PIC X(01).
015955            10  WS-EN-TURMA     PIC X(02).
016000
016100*   ATTENDANCE MINIMUM OF EVERY DISCIPLINE ON CONTROL-FILE.
016200    01  WS-CT-QTD               PIC 9(05) VALUE ZERO.
016300    01  WS-CT-IDX               PIC 9(05) VALUE ZERO.
016400    01  WS-CT-MAX               PIC 9(05) VALUE 500.
016500    01  WS-CT-TABELA.
016600        05  WS-CT-ENTRADA OCCURS 500 TIMES.
016700            10  WS-CT-CURSO     PIC X(06).
016800            10  WS-CT-FREQ-MIN  PIC 9(03).
016900
017000*   CLASS DAYS (CURSO + TURMA + DATA) ALREADY ON THE ATTENDANCE
017100*   FILE (ORIGEM "A") OR BEING CAPTURED FROM THE CURRENT ROLL-CALL
017200*   FILE (ORIGEM "N"). AVISADO MARKS A DUPLICATE DAY ALREADY
017300*   REPORTED, SO A RESUBMITTED SHEET GIVES ONE LINE, NOT ONE PER
017350*   STUDENT.
017400    01  WS-DI-QTD               PIC 9(05) VALUE ZERO.
017500    01  WS-DI-IDX               PIC 9(05) VALUE ZERO.
017600    01  WS-DI-MAX               PIC 9(05) VALUE 5000.
017700    01  WS-DI-TABELA.
017800        05  WS-DI-ENTRADA OCCURS 5000 TIMES.
017900            10  WS-DI-CURSO     PIC X(06).
017950            10  WS-DI-TURMA     PIC X(02).
018000            10  WS-DI-DATA      PIC 9(08).
018100            10  WS-DI-ORIGEM    PIC X(01).
018200            10  WS-DI-AVISADO   PIC X(01).
018300
018400*   LINES OF THE CURRENT ROLL-CALL FILE THAT PASSED THE CHECKS.
018500*   THEY ARE ONLY WRITTEN TO THE ATTENDANCE FILE ONCE THE WHOLE
018600*   FILE HAS BEEN READ, SO A RUN STOPPED MID-FILE LEAVES NOTHING
018700*   HALF-CAPTURED.
018800    01  WS-LN-QTD               PIC 9(05) VALUE ZERO.
018900    01  WS-LN-IDX               PIC 9(05) VALUE ZERO.
019000    01  WS-LN-MAX               PIC 9(05) VALUE 20000.
019100    01  WS-LN-TABELA.
019200        05  WS-LN-ENTRADA OCCURS 20000 TIMES.
019300            10  WS-LN-CURSO     PIC X(06).
019400            10  WS-LN-DATA      PIC 9(08).
019450            10  WS-LN-TURMA     PIC X(02).
019500            10  WS-LN-MATRICULA PIC X(10).
019600            10  WS-LN-PRESENCA  PIC X(01).
019700
019800*   ATTENDANCE TOTALS PER STUDENT AND DISCIPLINE, ADDED UP FROM
019900*   THE WHOLE ATTENDANCE FILE. EACH LINE ON THE FILE IS ONE CLASS
019950*   HELD FOR THAT STUDENT IN THE STUDENT'S TURMA; A "P" LINE IS
020000*   ONE CLASS ATTENDED. A STUDENT MOVED TO ANOTHER TURMA KEEPS THE
020050*   CLASSES OF THE FIRST ONE, AS FRQFILE HAS ONE RECORD PER
020080*   STUDENT AND DISCIPLINE.
020100    01  WS-FQ-QTD               PIC 9(05) VALUE ZERO.
020200    01  WS-FQ-IDX               PIC 9(05) VALUE ZERO.
020300    01  WS-FQ-MAX               PIC 9(05) VALUE 20000.
020400    01  WS-FQ-TABELA.
020500        05  WS-FQ-ENTRADA OCCURS 20000 TIMES.
020600            10  WS-FQ-MATRICULA PIC X(10).
020700            10  WS-FQ-CURSO     PIC X(06).
020800            10  WS-FQ-DADAS     PIC 9(03).
020900            10  WS-FQ-PRES      PIC 9(03).
021000
021100    01  WS-INDICADORES.
021200        05  WS-FIM-ARQUIVOS-SW  PIC X(01) VALUE "N".
021300            88  FIM-ARQUIVOS               VALUE "Y".
021400        05  WS-EOF-CHAMADA-SW   PIC X(01) VALUE "N".
021500            88  EOF-CHAMADA                VALUE "Y".
021600        05  WS-EOF-ENROLL-SW    PIC X(01) VALUE "N".
021700            88  EOF-ENROLL                 VALUE "Y".
021800        05  WS-EOF-CONTROL-SW   PIC X(01) VALUE "N".
021900            88  EOF-CONTROL                VALUE "Y".
022000        05  WS-EOF-AULA-SW      PIC X(01) VALUE "N".
022100            88  EOF-AULA                   VALUE "Y".
022133        05  WS-EOF-TERMO-SW     PIC X(01) VALUE "N".
022166            88  EOF-TERMOS                 VALUE "Y".
022177        05  WS-DATA-OK-SW       PIC X(01) VALUE "N".
022188            88  DATA-VALIDA                VALUE "Y".
022200        05  WS-EN-ACHADO-SW     PIC X(01) VALUE "N".
022300            88  EN-ACHADO                  VALUE "Y".
022400        05  WS-CT-ACHADO-SW     PIC X(01) VALUE "N".
022500            88  CT-ACHADO                  VALUE "Y".
022600        05  WS-DI-ACHADO-SW     PIC X(01) VALUE "N".
022700            88  DI-ACHADO                  VALUE "Y".
022800        05  WS-LN-ACHADO-SW     PIC X(01) VALUE "N".
022900            88  LN-ACHADO                  VALUE "Y".
023000        05  WS-FQ-ACHADO-SW     PIC X(01) VALUE "N".
023100            88  FQ-ACHADO                  VALUE "Y".
023200        05  WS-ESTOURO-SW       PIC X(01) VALUE "N".
023300            88  TABELA-ESTOURADA           VALUE "Y".
023400
023500    PROCEDURE DIVISION.
023600    0000-MAINLINE.
023700        PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
023800        PERFORM 2000-OBTER-ARQUIVO THRU 2000-OBTER-ARQUIVO-EXIT
023900            UNTIL FIM-ARQUIVOS
024000        PERFORM 3000-GERAR-FREQUENCIA
024100            THRU 3000-GERAR-FREQUENCIA-EXIT
024200        PERFORM 4000-RELATAR-AVISOS
024300            THRU 4000-RELATAR-AVISOS-EXIT
024400        PERFORM 5000-GRAVAR-RESUMO
024500            THRU 5000-GRAVAR-RESUMO-EXIT
024600        CLOSE CHAMADA-REPORT
024700        CLOSE AVISO-REPORT
024800        DISPLAY "CHAMADA CONCLUIDA - FRQFILE REGERADO, AVISOS EM "
024900            "AVSREPT"
025000        STOP RUN.
025100
025200******************************************************************
025300* 1000-INICIALIZAR - LOADS THE ENROLLMENT MASTER, THE ATTENDANCE
025400*     MINIMUM OF EVERY DISCIPLINE, AND THE CLASS DAYS ALREADY ON
025500*     THE ATTENDANCE FILE FOR THE OPEN TERM, AND OPENS THE CAPTURE
025600*     REPORT. WITHOUT THE ENROLLMENT MASTER NO LINE CAN BE
025700*     CHECKED, AND WITHOUT AN OPEN TERM NO LINE CAN BE FILED, SO
025750*     THE RUN STOPS.
025800******************************************************************
025900    1000-INICIALIZAR.
025933        PERFORM 1400-CARREGAR-TERMO
025966            THRU 1400-CARREGAR-TERMO-EXIT
026000        MOVE ZERO TO WS-EN-QTD
026100        OPEN INPUT ENROLL-MASTER
026200        IF WS-FS-ENROLL NOT = "00"
026300            DISPLAY "ENROLL-MASTER NAO PODE SER ABERTO - "
026400                "STATUS " WS-FS-ENROLL
026500            STOP RUN
026600        END-IF
026700        PERFORM 1100-LER-MATRICULADO
026800            THRU 1100-LER-MATRICULADO-EXIT
026900            UNTIL EOF-ENROLL
027000        CLOSE ENROLL-MASTER
027100        IF TABELA-ESTOURADA
027200            DISPLAY "ENROLL-MASTER EXCEDE A TABELA EM MEMORIA "
027300                "- ALUNOS MATRICULADOS SERIAM REJEITADOS - "
027400                "EXECUCAO ENCERRADA"
027500            STOP RUN
027600        END-IF
027700        PERFORM 1200-CARREGAR-CONTROLE
027800            THRU 1200-CARREGAR-CONTROLE-EXIT
027900        PERFORM 1300-CARREGAR-DIAS
028000            THRU 1300-CARREGAR-DIAS-EXIT
028100        OPEN OUTPUT CHAMADA-REPORT
028200        IF WS-FS-REPORT NOT = "00"
028300            DISPLAY "CHAMADA-REPORT NAO PODE SER ABERTO - "
028400                "STATUS " WS-FS-REPORT
028500            STOP RUN
028600        END-IF
028700        MOVE SPACES TO REPORT-LINHA
028800        MOVE "CAPTURA DA CHAMADA DIARIA" TO REPORT-LINHA
028900        WRITE REPORT-LINHA.
029000    1000-INICIALIZAR-EXIT.
029100        EXIT.
029200
029300    1100-LER-MATRICULADO.
029400        READ ENROLL-MASTER
029500            AT END
029600                MOVE "Y" TO WS-EOF-ENROLL-SW
029700            NOT AT END
029800                IF WS-EN-QTD >= WS-EN-MAX
029900                    MOVE "Y" TO WS-ESTOURO-SW
030000                ELSE
030100                    ADD 1 TO WS-EN-QTD
030200                    MOVE EN-MATRICULA
030300                        TO WS-EN-MATRICULA (WS-EN-QTD)
030400                    MOVE EN-CURSO TO WS-EN-CURSO (WS-EN-QTD)
030500                    MOVE EN-NOME  TO WS-EN-NOME (WS-EN-QTD)
030505                    MOVE EN-TURMA TO WS-EN-TURMA (WS-EN-QTD)
030510                    IF EN-TRANCADO
030520                        MOVE "T" TO WS-EN-SITUACAO (WS-EN-QTD)
030530                    ELSE
030540                        MOVE "A" TO WS-EN-SITUACAO (WS-EN-QTD)
030550                    END-IF
030600                END-IF
030700        END-READ.
030800    1100-LER-MATRICULADO-EXIT.
030900        EXIT.
031000
031100******************************************************************
031200* 1200-CARREGAR-CONTROLE - KEEPS THE ATTENDANCE MINIMUM OF EVERY
031300*     DISCIPLINE ON CONTROL-FILE. A MINIMUM NOT CONFIGURED (SPACES
031400*     OR ZERO) FALLS BACK TO THE 75 PERCENT REGULATION, THE SAME
031500*     AS THE GRADING RUN. A MISSING CONTROL-FILE MEANS 75 FOR ALL.
031600******************************************************************
031700    1200-CARREGAR-CONTROLE.
031800        MOVE ZERO TO WS-CT-QTD
031900        OPEN INPUT CONTROL-FILE
032000        IF WS-FS-CONTROL NOT = "00"
032100            DISPLAY "CONTROL-FILE NAO ENCONTRADO - MINIMO DE "
032200                "FREQUENCIA PADRAO 75% PARA TODAS AS DISCIPLINAS"
032300            GO TO 1200-CARREGAR-CONTROLE-EXIT
032400        END-IF
032500        PERFORM 1210-LER-CONTROLE THRU 1210-LER-CONTROLE-EXIT
032600            UNTIL EOF-CONTROL
032700        CLOSE CONTROL-FILE.
032800    1200-CARREGAR-CONTROLE-EXIT.
032900        EXIT.
033000
033100    1210-LER-CONTROLE.
033200        READ CONTROL-FILE
033300            AT END
033400                MOVE "Y" TO WS-EOF-CONTROL-SW
033500            NOT AT END
033600                IF WS-CT-QTD < WS-CT-MAX
033700                    ADD 1 TO WS-CT-QTD
033800                    MOVE CTL-CURSO TO WS-CT-CURSO (WS-CT-QTD)
033900                    IF CTL-FREQ-MIN NUMERIC AND CTL-FREQ-MIN > 0
034000                        MOVE CTL-FREQ-MIN
034100                            TO WS-CT-FREQ-MIN (WS-CT-QTD)
034200                    ELSE
034300                        MOVE 75 TO WS-CT-FREQ-MIN (WS-CT-QTD)
034400                    END-IF
034500                END-IF
034600        END-READ.
034700    1210-LER-CONTROLE-EXIT.
034800        EXIT.
034900
035000******************************************************************
035100* 1300-CARREGAR-DIAS - LOADS THE CLASS DAYS ALREADY CAPTURED IN
035200*     THE OPEN TERM, SO A ROLL-CALL SHEET HANDED IN TWICE IS
035300*     CAUGHT. A MISSING ATTENDANCE FILE ONLY MEANS NOTHING WAS
035350*     CAPTURED YET.
035400******************************************************************
035500    1300-CARREGAR-DIAS.
035600        MOVE ZERO TO WS-DI-QTD
035700        MOVE "N" TO WS-EOF-AULA-SW
035800        OPEN INPUT AULA-DIARIA
035900        IF WS-FS-AULA NOT = "00"
036000            GO TO 1300-CARREGAR-DIAS-EXIT
036100        END-IF
036200        PERFORM 1310-LER-DIA THRU 1310-LER-DIA-EXIT
036300            UNTIL EOF-AULA
036400        CLOSE AULA-DIARIA.
036500    1300-CARREGAR-DIAS-EXIT.
036600        EXIT.
036700
036800    1310-LER-DIA.
036900        READ AULA-DIARIA
037000            AT END
037100                MOVE "Y" TO WS-EOF-AULA-SW
037200            NOT AT END
037225                IF AD-TERMO NOT = WS-TERMO-ATUAL
037250                    GO TO 1310-LER-DIA-EXIT
037275                END-IF
037300                MOVE AD-CURSO TO CH-CURSO
037400                MOVE AD-DATA  TO CH-DATA
037450                MOVE AD-TURMA TO WS-TURMA-CHAMADA
037500                PERFORM 2400-PROCURAR-DIA
037600                    THRU 2400-PROCURAR-DIA-EXIT
037700                IF NOT DI-ACHADO
037800                    PERFORM 2450-INCLUIR-DIA
037900                        THRU 2450-INCLUIR-DIA-EXIT
038000                    MOVE "A" TO WS-DI-ORIGEM (WS-DI-QTD)
038100                END-IF
038200        END-READ.
038300    1310-LER-DIA-EXIT.
038400        EXIT.
038402
038404******************************************************************
038406* 1400-CARREGAR-TERMO - READS TERM-FILE AND KEEPS THE LAST TERM
038408*     REGISTERED. ROLL-CALL LINES ARE ONLY TAKEN WHILE IT IS
038410*     "ABERTO "; WITHOUT AN OPEN TERM THE RUN STOPS.
038412******************************************************************
038414    1400-CARREGAR-TERMO.
038416        MOVE "N" TO WS-EOF-TERMO-SW
038418        OPEN INPUT TERM-FILE
038420        IF WS-FS-TERMO NOT = "00"
038422            DISPLAY "TERM-FILE NAO ENCONTRADO - STATUS "
038424                WS-FS-TERMO " - EXECUCAO ENCERRADA"
038426            STOP RUN
038428        END-IF
038430        PERFORM 1410-LER-TERMO THRU 1410-LER-TERMO-EXIT
038432            UNTIL EOF-TERMOS
038434        CLOSE TERM-FILE
038436        IF WS-ANO-LETIVO = ZERO
038438            DISPLAY "TERM-FILE VAZIO - CADASTRE O TERMO LETIVO"
038440            STOP RUN
038442        END-IF
038444        IF WS-TERMO-STATUS NOT = "ABERTO "
038446            DISPLAY "TERMO " WS-ANO-LETIVO "/" WS-SEMESTRE
038448                " FECHADO - NENHUM TERMO ABERTO PARA A CHAMADA - "
038450                "EXECUCAO ENCERRADA"
038452            STOP RUN
038454        END-IF.
038456    1400-CARREGAR-TERMO-EXIT.
038458        EXIT.
038460
038462    1410-LER-TERMO.
038464        READ TERM-FILE
038466            AT END
038468                MOVE "Y" TO WS-EOF-TERMO-SW
038470            NOT AT END
038472                MOVE TRM-ANO    TO WS-ANO-LETIVO
038474                MOVE TRM-SEM    TO WS-SEMESTRE
038476                MOVE TRM-STATUS TO WS-TERMO-STATUS
038478        END-READ.
038480    1410-LER-TERMO-EXIT.
038482        EXIT.
038500
038600******************************************************************
038700* 2000-OBTER-ARQUIVO - ASKS FOR THE NEXT ROLL-CALL FILE AND
038800*     CAPTURES IT. A BLANK NAME ENDS THE CAPTURE; WITH NO FILE AT
038900*     ALL THE RUN JUST REBUILDS FREQUENCIA-FILE AND THE WARNING
039000*     LIST, WHICH CAN BE DONE AT ANY POINT OF THE TERM.
039100******************************************************************
039200    2000-OBTER-ARQUIVO.
039300        DISPLAY "INFORME O ARQUIVO DE CHAMADA (BRANCO P/ "
039400            "ENCERRAR A CAPTURA):"
039500        MOVE SPACES TO WS-ARQ-CHAMADA
039600        ACCEPT WS-ARQ-CHAMADA
039700        IF WS-ARQ-CHAMADA = SPACES
039800            MOVE "Y" TO WS-FIM-ARQUIVOS-SW
039900            GO TO 2000-OBTER-ARQUIVO-EXIT
040000        END-IF
040100        PERFORM 2100-PROCESSAR-CHAMADA
040200            THRU 2100-PROCESSAR-CHAMADA-EXIT.
040300    2000-OBTER-ARQUIVO-EXIT.
040400        EXIT.
040500
040600******************************************************************
040700* 2100-PROCESSAR-CHAMADA - CAPTURES ONE ROLL-CALL FILE: EVERY
040800*     LINE IS CHECKED, THE GOOD ONES ARE HELD IN CORE AND THEN
040900*     APPENDED TO THE ATTENDANCE FILE, AND THE CLASS DAYS THE FILE
041000*     BROUGHT BECOME "ALREADY RECORDED" FOR ANY LATER FILE.
041100******************************************************************
041200    2100-PROCESSAR-CHAMADA.
041300        MOVE "N" TO WS-EOF-CHAMADA-SW
041400        MOVE ZERO TO WS-LN-QTD
041500        OPEN INPUT CHAMADA-FILE
041600        IF WS-FS-CHAMADA NOT = "00"
041700            DISPLAY "ARQUIVO DE CHAMADA " WS-ARQ-CHAMADA
041800                " NAO PODE SER ABERTO - STATUS " WS-FS-CHAMADA
041900            GO TO 2100-PROCESSAR-CHAMADA-EXIT
042000        END-IF
042100        ADD 1 TO WS-QTD-ARQUIVOS
042200        MOVE SPACES TO REPORT-LINHA
042300        WRITE REPORT-LINHA
042400        MOVE SPACES TO REPORT-LINHA
042500        STRING "ARQUIVO: " DELIMITED BY SIZE
042600            WS-ARQ-CHAMADA DELIMITED BY SIZE
042700            INTO REPORT-LINHA
042800        WRITE REPORT-LINHA
042900        PERFORM 2200-LER-CHAMADA THRU 2200-LER-CHAMADA-EXIT
043000            UNTIL EOF-CHAMADA
043100        CLOSE CHAMADA-FILE
043200        PERFORM 2500-GRAVAR-DIARIO
043300            THRU 2500-GRAVAR-DIARIO-EXIT.
043400    2100-PROCESSAR-CHAMADA-EXIT.
043500        EXIT.
043600
043700    2200-LER-CHAMADA.
043800        READ CHAMADA-FILE
043900            AT END
044000                MOVE "Y" TO WS-EOF-CHAMADA-SW
044100            NOT AT END
044200                IF CHAMADA-RECORD NOT = SPACES
044300                    ADD 1 TO WS-QTD-LIDOS
044400                    PERFORM 2300-CONFERIR-LINHA
044500                        THRU 2300-CONFERIR-LINHA-EXIT
044600                END-IF
044700        END-READ.
044800    2200-LER-CHAMADA-EXIT.
044900        EXIT.
045000
045100******************************************************************
045181* 2300-CONFERIR-LINHA - CHECKS ONE ROLL-CALL LINE: A CALENDAR DATE
045262*     AND PRESENCE MARK, A STUDENT ENROLLED IN THE DISCIPLINE, A
045343*     CLASS DAY OF THE STUDENT'S TURMA NOT ALREADY ON THE
045424*     ATTENDANCE FILE, AND NOT LISTED TWICE FOR THE SAME DAY.
045505*     ANYTHING ELSE IS HELD FOR CAPTURE.
045586******************************************************************
045667    2300-CONFERIR-LINHA.
045748        MOVE "N" TO WS-DATA-OK-SW
045829        IF CH-DATA-X NUMERIC
045910            PERFORM 2330-VALIDAR-DATA THRU 2330-VALIDAR-DATA-EXIT
045991        END-IF
046072        IF NOT DATA-VALIDA
046153            OR (CH-PRESENCA NOT = "P" AND CH-PRESENCA NOT = "A")
046234            OR CH-CURSO = SPACES OR CH-MATRICULA = SPACES
046315            ADD 1 TO WS-QTD-INVALIDOS
046396            MOVE SPACES TO REPORT-LINHA
046477            STRING CHAMADA-RECORD DELIMITED BY SIZE
046558                " LINHA INVALIDA - REJEITADA" DELIMITED BY SIZE
046639                INTO REPORT-LINHA
046720            WRITE REPORT-LINHA
046801            GO TO 2300-CONFERIR-LINHA-EXIT
046882        END-IF
046963        MOVE "N" TO WS-EN-ACHADO-SW
047044        MOVE 1 TO WS-EN-IDX
047125        PERFORM 2310-PROCURAR-MATRICULADO
047206            THRU 2310-PROCURAR-MATRICULADO-EXIT
047287            UNTIL EN-ACHADO OR WS-EN-IDX > WS-EN-QTD
047368        IF NOT EN-ACHADO
047449            ADD 1 TO WS-QTD-NAO-MATRIC
047530            MOVE SPACES TO REPORT-LINHA
047611            STRING CH-MATRICULA DELIMITED BY SIZE
047692                " DISCIPLINA " DELIMITED BY SIZE
047773                CH-CURSO DELIMITED BY SIZE
047854                " NAO MATRICULADO - REJEITADO" DELIMITED BY SIZE
047935                INTO REPORT-LINHA
048016            WRITE REPORT-LINHA
048097            GO TO 2300-CONFERIR-LINHA-EXIT
048178        END-IF
048259        IF WS-EN-SITUACAO (WS-EN-IDX) = "T"
048340            ADD 1 TO WS-QTD-TRANCADOS
048421            MOVE SPACES TO REPORT-LINHA
048502            STRING CH-MATRICULA DELIMITED BY SIZE
048583                " DISCIPLINA " DELIMITED BY SIZE
048664                CH-CURSO DELIMITED BY SIZE
048745                " MATRICULA TRANCADA - REJEITADO"
048826                DELIMITED BY SIZE
048907                INTO REPORT-LINHA
048988            WRITE REPORT-LINHA
049069            GO TO 2300-CONFERIR-LINHA-EXIT
049150        END-IF
049231        MOVE WS-EN-TURMA (WS-EN-IDX) TO WS-TURMA-CHAMADA
049312        PERFORM 2400-PROCURAR-DIA THRU 2400-PROCURAR-DIA-EXIT
049393        IF DI-ACHADO AND WS-DI-ORIGEM (WS-DI-IDX) = "A"
049474            ADD 1 TO WS-QTD-DIA-DUPLIC
049555            IF WS-DI-AVISADO (WS-DI-IDX) NOT = "Y"
049636                MOVE "Y" TO WS-DI-AVISADO (WS-DI-IDX)
049717                MOVE SPACES TO REPORT-LINHA
049798                STRING "DISCIPLINA " DELIMITED BY SIZE
049879                    CH-CURSO DELIMITED BY SIZE
049960                    " TURMA " DELIMITED BY SIZE
050041                    WS-TURMA-CHAMADA DELIMITED BY SIZE
050122                    " AULA DE " DELIMITED BY SIZE
050203                    CH-DATA-X DELIMITED BY SIZE
050284                    " JA REGISTRADA - CHAMADA REJEITADA"
050365                    DELIMITED BY SIZE
050446                    INTO REPORT-LINHA
050527                WRITE REPORT-LINHA
050608            END-IF
050689            GO TO 2300-CONFERIR-LINHA-EXIT
050770        END-IF
050851        MOVE "N" TO WS-LN-ACHADO-SW
050932        MOVE 1 TO WS-LN-IDX
051013        PERFORM 2320-PROCURAR-LINHA THRU 2320-PROCURAR-LINHA-EXIT
051094            UNTIL LN-ACHADO OR WS-LN-IDX > WS-LN-QTD
051175        IF LN-ACHADO
051256            ADD 1 TO WS-QTD-ALUNO-DUPLIC
051337            MOVE SPACES TO REPORT-LINHA
051418            STRING CH-MATRICULA DELIMITED BY SIZE
051499                " DISCIPLINA " DELIMITED BY SIZE
051580                CH-CURSO DELIMITED BY SIZE
051661                " AULA DE " DELIMITED BY SIZE
051742                CH-DATA-X DELIMITED BY SIZE
051823                " REPETIDO - PRIMEIRA MARCA MANTIDA"
051904                DELIMITED BY SIZE
051985                INTO REPORT-LINHA
052066            WRITE REPORT-LINHA
052147            GO TO 2300-CONFERIR-LINHA-EXIT
052228        END-IF
052309        IF WS-LN-QTD >= WS-LN-MAX
052390            DISPLAY "ARQUIVO DE CHAMADA EXCEDE A TABELA EM "
052471                "MEMORIA - NADA FOI GRAVADO DESTE ARQUIVO - "
052552                "EXECUCAO ENCERRADA"
052633            STOP RUN
052714        END-IF
052795        IF NOT DI-ACHADO
052876            PERFORM 2450-INCLUIR-DIA THRU 2450-INCLUIR-DIA-EXIT
052957            MOVE "N" TO WS-DI-ORIGEM (WS-DI-QTD)
053038        END-IF
053119        ADD 1 TO WS-LN-QTD
053200        MOVE CH-CURSO         TO WS-LN-CURSO (WS-LN-QTD)
053281        MOVE CH-DATA          TO WS-LN-DATA (WS-LN-QTD)
053362        MOVE WS-TURMA-CHAMADA TO WS-LN-TURMA (WS-LN-QTD)
053443        MOVE CH-MATRICULA     TO WS-LN-MATRICULA (WS-LN-QTD)
053524        MOVE CH-PRESENCA      TO WS-LN-PRESENCA (WS-LN-QTD).
053700    2300-CONFERIR-LINHA-EXIT.
053800        EXIT.
053900
054000    2310-PROCURAR-MATRICULADO.
054100        IF WS-EN-MATRICULA (WS-EN-IDX) = CH-MATRICULA
054200            AND WS-EN-CURSO (WS-EN-IDX) = CH-CURSO
054300            MOVE "Y" TO WS-EN-ACHADO-SW
054400        ELSE
054500            ADD 1 TO WS-EN-IDX
054600        END-IF.
054700    2310-PROCURAR-MATRICULADO-EXIT.
054800        EXIT.
054900
055000    2320-PROCURAR-LINHA.
055100        IF WS-LN-MATRICULA (WS-LN-IDX) = CH-MATRICULA
055200            AND WS-LN-CURSO (WS-LN-IDX) = CH-CURSO
055300            AND WS-LN-DATA (WS-LN-IDX) = CH-DATA
055400            MOVE "Y" TO WS-LN-ACHADO-SW
055500        ELSE
055600            ADD 1 TO WS-LN-IDX
055700        END-IF.
055800    2320-PROCURAR-LINHA-EXIT.
055900        EXIT.
055902
055904******************************************************************
055906* 2330-VALIDAR-DATA - SETS DATA-VALIDA WHEN THE DATE OF THE LINE
055908*     IS A CALENDAR DATE (LEAP YEARS INCLUDED).
055910******************************************************************
055912    2330-VALIDAR-DATA.
055914        MOVE "N" TO WS-DATA-OK-SW
055916        IF CH-DATA-ANO < 1900 OR CH-DATA-MES < 1
055917            OR CH-DATA-MES > 12
055918            OR CH-DATA-DIA < 1 OR CH-DATA-DIA > 31
055920            GO TO 2330-VALIDAR-DATA-EXIT
055922        END-IF
055924        IF (CH-DATA-MES = 4 OR CH-DATA-MES = 6 OR CH-DATA-MES = 9
055926            OR CH-DATA-MES = 11) AND CH-DATA-DIA > 30
055928            GO TO 2330-VALIDAR-DATA-EXIT
055930        END-IF
055932        IF CH-DATA-MES = 2
055934            IF CH-DATA-DIA > 29
055936                GO TO 2330-VALIDAR-DATA-EXIT
055938            END-IF
055940            IF CH-DATA-DIA = 29
055942                DIVIDE CH-DATA-ANO BY 4 GIVING WS-DC-PARCELA
055944                    REMAINDER WS-DC-AUX
055946                IF WS-DC-AUX NOT = ZERO
055948                    GO TO 2330-VALIDAR-DATA-EXIT
055950                END-IF
055952                DIVIDE CH-DATA-ANO BY 100 GIVING WS-DC-PARCELA
055954                    REMAINDER WS-DC-AUX
055956                IF WS-DC-AUX = ZERO
055958                    DIVIDE CH-DATA-ANO BY 400 GIVING WS-DC-PARCELA
055960                        REMAINDER WS-DC-AUX
055962                    IF WS-DC-AUX NOT = ZERO
055964                        GO TO 2330-VALIDAR-DATA-EXIT
055966                    END-IF
055968                END-IF
055970            END-IF
055972        END-IF
055974        MOVE "Y" TO WS-DATA-OK-SW.
055976    2330-VALIDAR-DATA-EXIT.
055978        EXIT.
056000
056100******************************************************************
056175* 2400-PROCURAR-DIA - LOOKS THE CLASS DAY (CH-CURSO + TURMA +
056250*     CH-DATA) UP ON THE CLASS-DAY TABLE, LEAVING WS-DI-IDX ON IT
056325*     WHEN FOUND.
056400******************************************************************
056500    2400-PROCURAR-DIA.
056600        MOVE "N" TO WS-DI-ACHADO-SW
056700        MOVE 1 TO WS-DI-IDX
056800        PERFORM 2410-COMPARAR-DIA THRU 2410-COMPARAR-DIA-EXIT
056900            UNTIL DI-ACHADO OR WS-DI-IDX > WS-DI-QTD.
057000    2400-PROCURAR-DIA-EXIT.
057100        EXIT.
057200
057300    2410-COMPARAR-DIA.
057400        IF WS-DI-CURSO (WS-DI-IDX) = CH-CURSO
057500            AND WS-DI-DATA (WS-DI-IDX) = CH-DATA
057550            AND WS-DI-TURMA (WS-DI-IDX) = WS-TURMA-CHAMADA
057600            MOVE "Y" TO WS-DI-ACHADO-SW
057700        ELSE
057800            ADD 1 TO WS-DI-IDX
057900        END-IF.
058000    2410-COMPARAR-DIA-EXIT.
058100        EXIT.
058200
058300******************************************************************
058400* 2450-INCLUIR-DIA - ADDS A CLASS DAY TO THE TABLE. A TERM WITH
058500*     MORE CLASS DAYS THAN THE TABLE HOLDS COULD NO LONGER CATCH
058600*     A RESUBMITTED SHEET, SO THE RUN STOPS.
058700******************************************************************
058800    2450-INCLUIR-DIA.
058900        IF WS-DI-QTD >= WS-DI-MAX
059000            DISPLAY "TABELA DE DIAS DE AULA CHEIA - DUPLICIDADES "
059100                "NAO SERIAM DETECTADAS - EXECUCAO ENCERRADA"
059200            STOP RUN
059300        END-IF
059400        ADD 1 TO WS-DI-QTD
059500        MOVE CH-CURSO TO WS-DI-CURSO (WS-DI-QTD)
059600        MOVE CH-DATA  TO WS-DI-DATA (WS-DI-QTD)
059650        MOVE WS-TURMA-CHAMADA TO WS-DI-TURMA (WS-DI-QTD)
059700        MOVE "N"      TO WS-DI-AVISADO (WS-DI-QTD).
059800    2450-INCLUIR-DIA-EXIT.
059900        EXIT.
060000
060100******************************************************************
060200* 2500-GRAVAR-DIARIO - APPENDS THE ACCEPTED LINES OF THE FILE JUST
060300*     READ TO THE ATTENDANCE FILE (CREATED ON FIRST USE) AND TURNS
060400*     ITS NEW CLASS DAYS INTO RECORDED ONES.
060500******************************************************************
060600    2500-GRAVAR-DIARIO.
060700        IF WS-LN-QTD = ZERO
060800            GO TO 2500-GRAVAR-DIARIO-EXIT
060900        END-IF
061000        OPEN EXTEND AULA-DIARIA
061100        IF WS-FS-AULA NOT = "00"
061200            OPEN OUTPUT AULA-DIARIA
061300        END-IF
061400        IF WS-FS-AULA NOT = "00"
061500            DISPLAY "AULFILE NAO PODE SER GRAVADO - STATUS "
061600                WS-FS-AULA " - CHAMADA DE " WS-ARQ-CHAMADA
061700                " NAO CAPTURADA"
061800            GO TO 2500-GRAVAR-DIARIO-EXIT
061900        END-IF
062000        MOVE 1 TO WS-LN-IDX
062100        PERFORM 2510-GRAVAR-LINHA THRU 2510-GRAVAR-LINHA-EXIT
062200            UNTIL WS-LN-IDX > WS-LN-QTD
062300        CLOSE AULA-DIARIA
062400        MOVE 1 TO WS-DI-IDX
062500        PERFORM 2520-FIXAR-DIA THRU 2520-FIXAR-DIA-EXIT
062600            UNTIL WS-DI-IDX > WS-DI-QTD.
062700    2500-GRAVAR-DIARIO-EXIT.
062800        EXIT.
062900
063000    2510-GRAVAR-LINHA.
063100        MOVE SPACES TO AULA-RECORD
063200        MOVE WS-LN-CURSO (WS-LN-IDX)     TO AD-CURSO
063300        MOVE WS-LN-DATA (WS-LN-IDX)      TO AD-DATA
063350        MOVE WS-LN-TURMA (WS-LN-IDX)     TO AD-TURMA
063400        MOVE WS-LN-MATRICULA (WS-LN-IDX) TO AD-MATRICULA
063500        MOVE WS-LN-PRESENCA (WS-LN-IDX)  TO AD-PRESENCA
063550        MOVE WS-TERMO-ATUAL              TO AD-TERMO
063600        WRITE AULA-RECORD
063700        ADD 1 TO WS-QTD-ACEITOS
063800        ADD 1 TO WS-LN-IDX.
063900    2510-GRAVAR-LINHA-EXIT.
064000        EXIT.
064100
064200    2520-FIXAR-DIA.
064300        MOVE "A" TO WS-DI-ORIGEM (WS-DI-IDX)
064400        ADD 1 TO WS-DI-IDX.
064500    2520-FIXAR-DIA-EXIT.
064600        EXIT.
064700
064800******************************************************************
064900* 3000-GERAR-FREQUENCIA - ADDS UP THE OPEN TERM'S LINES OF THE
065000*     ATTENDANCE FILE PER STUDENT AND DISCIPLINE AND REWRITES
065100*     FREQUENCIA-FILE FROM THEM, IN THE LAYOUT THE GRADING RUN
065150*     READS. LINES OF EARLIER TERMS ARE ONLY COUNTED.
065200******************************************************************
065300    3000-GERAR-FREQUENCIA.
065400        MOVE ZERO TO WS-FQ-QTD
065450        MOVE ZERO TO WS-QTD-OUTRO-TERMO
065500        MOVE "N" TO WS-ESTOURO-SW
065600        MOVE "N" TO WS-EOF-AULA-SW
065700        OPEN INPUT AULA-DIARIA
065800        IF WS-FS-AULA NOT = "00"
065900            DISPLAY "AULFILE VAZIO OU AUSENTE - FRQFILE NAO "
066000                "REGERADO"
066100            GO TO 3000-GERAR-FREQUENCIA-EXIT
066200        END-IF
066300        PERFORM 3100-ACUMULAR-AULA THRU 3100-ACUMULAR-AULA-EXIT
066400            UNTIL EOF-AULA
066500        CLOSE AULA-DIARIA
066516        IF WS-QTD-OUTRO-TERMO > ZERO
066532            MOVE WS-QTD-OUTRO-TERMO TO WS-QTD-ED
066548            DISPLAY "AULFILE: " WS-QTD-ED " LINHA(S) DE OUTROS "
066564                "TERMOS FORA DO FRQFILE"
066580        END-IF
066600        IF TABELA-ESTOURADA
066700            DISPLAY "AULFILE EXCEDE A TABELA DE FREQUENCIA EM "
066800                "MEMORIA - FRQFILE NAO REGERADO - EXECUCAO "
066900                "ENCERRADA"
067000            STOP RUN
067100        END-IF
067200        OPEN OUTPUT FREQUENCIA-FILE
067300        IF WS-FS-FREQ NOT = "00"
067400            DISPLAY "FRQFILE NAO PODE SER GRAVADO - STATUS "
067500                WS-FS-FREQ
067600            GO TO 3000-GERAR-FREQUENCIA-EXIT
067700        END-IF
067800        MOVE 1 TO WS-FQ-IDX
067900        PERFORM 3200-GRAVAR-FREQUENCIA
068000            THRU 3200-GRAVAR-FREQUENCIA-EXIT
068100            UNTIL WS-FQ-IDX > WS-FQ-QTD
068200        CLOSE FREQUENCIA-FILE.
068300    3000-GERAR-FREQUENCIA-EXIT.
068400        EXIT.
068500
068600    3100-ACUMULAR-AULA.
068700        READ AULA-DIARIA
068800            AT END
068900                MOVE "Y" TO WS-EOF-AULA-SW
069000            NOT AT END
069020                IF AD-TERMO NOT = WS-TERMO-ATUAL
069040                    ADD 1 TO WS-QTD-OUTRO-TERMO
069060                    GO TO 3100-ACUMULAR-AULA-EXIT
069080                END-IF
069100                MOVE "N" TO WS-FQ-ACHADO-SW
069200                MOVE 1 TO WS-FQ-IDX
069300                PERFORM 3110-PROCURAR-FREQUENCIA
069400                    THRU 3110-PROCURAR-FREQUENCIA-EXIT
069500                    UNTIL FQ-ACHADO OR WS-FQ-IDX > WS-FQ-QTD
069600                IF NOT FQ-ACHADO
069700                    IF WS-FQ-QTD >= WS-FQ-MAX
069800                        MOVE "Y" TO WS-ESTOURO-SW
069900                        GO TO 3100-ACUMULAR-AULA-EXIT
070000                    END-IF
070100                    ADD 1 TO WS-FQ-QTD
070200                    MOVE WS-FQ-QTD TO WS-FQ-IDX
070300                    MOVE AD-MATRICULA
070400                        TO WS-FQ-MATRICULA (WS-FQ-IDX)
070500                    MOVE AD-CURSO     TO WS-FQ-CURSO (WS-FQ-IDX)
070600                    MOVE ZERO TO WS-FQ-DADAS (WS-FQ-IDX)
070700                    MOVE ZERO TO WS-FQ-PRES (WS-FQ-IDX)
070800                END-IF
070900                IF WS-FQ-DADAS (WS-FQ-IDX) < 999
071000                    ADD 1 TO WS-FQ-DADAS (WS-FQ-IDX)
071100                    IF AD-PRESENCA = "P"
071200                        ADD 1 TO WS-FQ-PRES (WS-FQ-IDX)
071300                    END-IF
071400                END-IF
071500        END-READ.
071600    3100-ACUMULAR-AULA-EXIT.
071700        EXIT.
071800
071900    3110-PROCURAR-FREQUENCIA.
072000        IF WS-FQ-MATRICULA (WS-FQ-IDX) = AD-MATRICULA
072100            AND WS-FQ-CURSO (WS-FQ-IDX) = AD-CURSO
072200            MOVE "Y" TO WS-FQ-ACHADO-SW
072300        ELSE
072400            ADD 1 TO WS-FQ-IDX
072500        END-IF.
072600    3110-PROCURAR-FREQUENCIA-EXIT.
072700        EXIT.
072800
072900    3200-GRAVAR-FREQUENCIA.
073000        MOVE SPACES TO FREQUENCIA-RECORD
073100        MOVE WS-FQ-MATRICULA (WS-FQ-IDX) TO FQ-MATRICULA
073200        MOVE WS-FQ-CURSO (WS-FQ-IDX)     TO FQ-CURSO
073300        MOVE WS-FQ-DADAS (WS-FQ-IDX)     TO FQ-AULAS-DADAS
073400        MOVE WS-FQ-PRES (WS-FQ-IDX)      TO FQ-AULAS-PRES
073500        WRITE FREQUENCIA-RECORD
073600        ADD 1 TO WS-QTD-FQ-GRAVADOS
073700        ADD 1 TO WS-FQ-IDX.
073800    3200-GRAVAR-FREQUENCIA-EXIT.
073900        EXIT.
074000
074100******************************************************************
074200* 4000-RELATAR-AVISOS - PRINTS THE ABSENCE WARNING LIST: EVERY
074300*     STUDENT ALREADY BELOW THE DISCIPLINE'S MINIMUM (ACIMA DO
074400*     LIMITE DE FALTAS) AND EVERY STUDENT WHO WOULD FALL BELOW IT
074500*     WITH WS-MARGEM-FALTAS MORE ABSENCES (EM RISCO). THE
074600*     PERCENTAGE IS ROUNDED THE SAME WAY THE GRADING RUN DOES IT.
074700******************************************************************
074800    4000-RELATAR-AVISOS.
074900        OPEN OUTPUT AVISO-REPORT
075000        IF WS-FS-AVISO NOT = "00"
075100            DISPLAY "AVISO-REPORT NAO PODE SER ABERTO - STATUS "
075200                WS-FS-AVISO
075300            STOP RUN
075400        END-IF
075500        MOVE SPACES TO AVISO-LINHA
075600        MOVE "AVISO DE FALTAS - ACIMA OU PROXIMOS DO LIMITE"
075700            TO AVISO-LINHA
075800        WRITE AVISO-LINHA
075900        MOVE SPACES TO AVISO-LINHA
076000        WRITE AVISO-LINHA
076100        MOVE SPACES TO AVISO-LINHA
076200        STRING "MATRICULA  NOME            CURSO  AULAS PRES "
076300            DELIMITED BY SIZE
076400            "FALTAS FREQ MIN SITUACAO" DELIMITED BY SIZE
076500            INTO AVISO-LINHA
076600        WRITE AVISO-LINHA
076700        MOVE 1 TO WS-FQ-IDX
076800        PERFORM 4100-AVALIAR-ALUNO THRU 4100-AVALIAR-ALUNO-EXIT
076900            UNTIL WS-FQ-IDX > WS-FQ-QTD.
077000    4000-RELATAR-AVISOS-EXIT.
077100        EXIT.
077200
077300    4100-AVALIAR-ALUNO.
077400        IF WS-FQ-DADAS (WS-FQ-IDX) = ZERO
077500            GO TO 4100-AVALIAR-ALUNO-CONT
077600        END-IF
077610*       A TRANCADO STUDENT NO LONGER ATTENDS: NOTHING TO WARN.
077620        MOVE "N" TO WS-EN-ACHADO-SW
077630        MOVE 1 TO WS-EN-IDX
077640        MOVE WS-FQ-MATRICULA (WS-FQ-IDX) TO CH-MATRICULA
077650        MOVE WS-FQ-CURSO (WS-FQ-IDX)     TO CH-CURSO
077660        PERFORM 2310-PROCURAR-MATRICULADO
077670            THRU 2310-PROCURAR-MATRICULADO-EXIT
077680            UNTIL EN-ACHADO OR WS-EN-IDX > WS-EN-QTD
077690        IF EN-ACHADO
077691            AND WS-EN-SITUACAO (WS-EN-IDX) = "T"
077692            GO TO 4100-AVALIAR-ALUNO-CONT
077693        END-IF
077700        MOVE 75 TO WS-FREQ-MIN
077800        MOVE "N" TO WS-CT-ACHADO-SW
077900        MOVE 1 TO WS-CT-IDX
078000        PERFORM 4110-PROCURAR-CONTROLE
078100            THRU 4110-PROCURAR-CONTROLE-EXIT
078200            UNTIL CT-ACHADO OR WS-CT-IDX > WS-CT-QTD
078300        IF CT-ACHADO
078400            MOVE WS-CT-FREQ-MIN (WS-CT-IDX) TO WS-FREQ-MIN
078500        END-IF
078600        COMPUTE WS-FREQ-PCT ROUNDED =
078700            (WS-FQ-PRES (WS-FQ-IDX) * 100)
078800            / WS-FQ-DADAS (WS-FQ-IDX)
078900        COMPUTE WS-FREQ-PROJ ROUNDED =
079000            (WS-FQ-PRES (WS-FQ-IDX) * 100)
079100            / (WS-FQ-DADAS (WS-FQ-IDX) + WS-MARGEM-FALTAS)
079200        IF WS-FREQ-PCT < WS-FREQ-MIN
079300            MOVE "ACIMA DO LIMITE" TO WS-SITUACAO
079400            ADD 1 TO WS-QTD-ACIMA
079500        ELSE
079600            IF WS-FREQ-PROJ < WS-FREQ-MIN
079700                MOVE "EM RISCO" TO WS-SITUACAO
079800                ADD 1 TO WS-QTD-RISCO
079900            ELSE
080000                GO TO 4100-AVALIAR-ALUNO-CONT
080100            END-IF
080200        END-IF
080300        PERFORM 4200-GRAVAR-AVISO THRU 4200-GRAVAR-AVISO-EXIT.
080400    4100-AVALIAR-ALUNO-CONT.
080500        ADD 1 TO WS-FQ-IDX.
080600    4100-AVALIAR-ALUNO-EXIT.
080700        EXIT.
080800
080900    4110-PROCURAR-CONTROLE.
081000        IF WS-CT-CURSO (WS-CT-IDX) = WS-FQ-CURSO (WS-FQ-IDX)
081100            MOVE "Y" TO WS-CT-ACHADO-SW
081200        ELSE
081300            ADD 1 TO WS-CT-IDX
081400        END-IF.
081500    4110-PROCURAR-CONTROLE-EXIT.
081600        EXIT.
081700
081800******************************************************************
081900* 4200-GRAVAR-AVISO - WRITES ONE WARNING LINE, WITH THE STUDENT'S
082000*     NAME FROM THE ENROLLMENT MASTER.
082100******************************************************************
082200    4200-GRAVAR-AVISO.
082300        MOVE "N" TO WS-EN-ACHADO-SW
082400        MOVE 1 TO WS-EN-IDX
082500        MOVE WS-FQ-MATRICULA (WS-FQ-IDX) TO CH-MATRICULA
082600        MOVE WS-FQ-CURSO (WS-FQ-IDX)     TO CH-CURSO
082700        PERFORM 2310-PROCURAR-MATRICULADO
082800            THRU 2310-PROCURAR-MATRICULADO-EXIT
082900            UNTIL EN-ACHADO OR WS-EN-IDX > WS-EN-QTD
083000        COMPUTE WS-FALTAS =
083100            WS-FQ-DADAS (WS-FQ-IDX) - WS-FQ-PRES (WS-FQ-IDX)
083200        MOVE WS-FQ-DADAS (WS-FQ-IDX) TO WS-DADAS-ED
083300        MOVE WS-FQ-PRES (WS-FQ-IDX)  TO WS-PRES-ED
083400        MOVE WS-FALTAS               TO WS-FALTAS-ED
083500        MOVE WS-FREQ-PCT             TO WS-PCT-ED
083600        MOVE WS-FREQ-MIN             TO WS-MIN-ED
083700        MOVE SPACES TO AVISO-LINHA
083800        IF EN-ACHADO
083900            STRING WS-FQ-MATRICULA (WS-FQ-IDX) DELIMITED BY SIZE
084000                " " DELIMITED BY SIZE
084100                WS-EN-NOME (WS-EN-IDX) DELIMITED BY SIZE
084200                " " DELIMITED BY SIZE
084300                WS-FQ-CURSO (WS-FQ-IDX) DELIMITED BY SIZE
084400                "   " DELIMITED BY SIZE
084500                WS-DADAS-ED DELIMITED BY SIZE
084600                "  " DELIMITED BY SIZE
084700                WS-PRES-ED DELIMITED BY SIZE
084800                "    " DELIMITED BY SIZE
084900                WS-FALTAS-ED DELIMITED BY SIZE
085000                "  " DELIMITED BY SIZE
085100                WS-PCT-ED DELIMITED BY SIZE
085200                " " DELIMITED BY SIZE
085300                WS-MIN-ED DELIMITED BY SIZE
085400                " " DELIMITED BY SIZE
085500                WS-SITUACAO DELIMITED BY SIZE
085600                INTO AVISO-LINHA
085700        ELSE
085800            STRING WS-FQ-MATRICULA (WS-FQ-IDX) DELIMITED BY SIZE
085900                " " DELIMITED BY SIZE
086000                "(SEM MATRICULA)" DELIMITED BY SIZE
086100                " " DELIMITED BY SIZE
086200                WS-FQ-CURSO (WS-FQ-IDX) DELIMITED BY SIZE
086300                "   " DELIMITED BY SIZE
086400                WS-DADAS-ED DELIMITED BY SIZE
086500                "  " DELIMITED BY SIZE
086600                WS-PRES-ED DELIMITED BY SIZE
086700                "    " DELIMITED BY SIZE
086800                WS-FALTAS-ED DELIMITED BY SIZE
086900                "  " DELIMITED BY SIZE
087000                WS-PCT-ED DELIMITED BY SIZE
087100                " " DELIMITED BY SIZE
087200                WS-MIN-ED DELIMITED BY SIZE
087300                " " DELIMITED BY SIZE
087400                WS-SITUACAO DELIMITED BY SIZE
087500                INTO AVISO-LINHA
087600        END-IF
087700        WRITE AVISO-LINHA.
087800    4200-GRAVAR-AVISO-EXIT.
087900        EXIT.
088000
088100******************************************************************
088200* 5000-GRAVAR-RESUMO - APPENDS THE CAPTURE TOTALS TO THE CAPTURE
088300*     REPORT, THE WARNING COUNTS TO THE WARNING LIST, AND ECHOES
088400*     THEM TO THE CONSOLE.
088500******************************************************************
088600    5000-GRAVAR-RESUMO.
088700        MOVE SPACES TO REPORT-LINHA
088800        WRITE REPORT-LINHA
088900        MOVE WS-QTD-LIDOS TO WS-QTD-ED
089000        MOVE SPACES TO REPORT-LINHA
089100        STRING "LINHAS DE CHAMADA LIDAS: " DELIMITED BY SIZE
089200            WS-QTD-ED DELIMITED BY SIZE
089300            INTO REPORT-LINHA
089400        WRITE REPORT-LINHA
089500        MOVE WS-QTD-ACEITOS TO WS-QTD-ED
089600        MOVE SPACES TO REPORT-LINHA
089700        STRING "LINHAS GRAVADAS EM AULFILE: " DELIMITED BY SIZE
089800            WS-QTD-ED DELIMITED BY SIZE
089900            INTO REPORT-LINHA
090000        WRITE REPORT-LINHA
090100        MOVE WS-QTD-DIA-DUPLIC TO WS-QTD-ED
090200        MOVE SPACES TO REPORT-LINHA
090300        STRING "LINHAS DE AULAS JA REGISTRADAS: "
090400            DELIMITED BY SIZE
090500            WS-QTD-ED DELIMITED BY SIZE
090600            INTO REPORT-LINHA
090700        WRITE REPORT-LINHA
090800        MOVE WS-QTD-NAO-MATRIC TO WS-QTD-ED
090900        MOVE SPACES TO REPORT-LINHA
091000        STRING "NAO MATRICULADOS: " DELIMITED BY SIZE
091100            WS-QTD-ED DELIMITED BY SIZE
091200            INTO REPORT-LINHA
091300        WRITE REPORT-LINHA
091310        MOVE WS-QTD-TRANCADOS TO WS-QTD-ED
091320        MOVE SPACES TO REPORT-LINHA
091330        STRING "MATRICULAS TRANCADAS: " DELIMITED BY SIZE
091340            WS-QTD-ED DELIMITED BY SIZE
091350            INTO REPORT-LINHA
091360        WRITE REPORT-LINHA
091400        MOVE WS-QTD-ALUNO-DUPLIC TO WS-QTD-ED
091500        MOVE SPACES TO REPORT-LINHA
091600        STRING "ALUNOS REPETIDOS NO MESMO DIA: " DELIMITED BY SIZE
091700            WS-QTD-ED DELIMITED BY SIZE
091800            INTO REPORT-LINHA
091900        WRITE REPORT-LINHA
092000        MOVE WS-QTD-INVALIDOS TO WS-QTD-ED
092100        MOVE SPACES TO REPORT-LINHA
092200        STRING "LINHAS INVALIDAS: " DELIMITED BY SIZE
092300            WS-QTD-ED DELIMITED BY SIZE
092400            INTO REPORT-LINHA
092500        WRITE REPORT-LINHA
092600        MOVE WS-QTD-FQ-GRAVADOS TO WS-QTD-ED
092700        MOVE SPACES TO REPORT-LINHA
092800        STRING "REGISTROS GRAVADOS EM FRQFILE: " DELIMITED BY SIZE
092900            WS-QTD-ED DELIMITED BY SIZE
093000            INTO REPORT-LINHA
093100        WRITE REPORT-LINHA
093200        MOVE SPACES TO AVISO-LINHA
093300        WRITE AVISO-LINHA
093400        MOVE WS-QTD-ACIMA TO WS-QTD-ED
093500        MOVE SPACES TO AVISO-LINHA
093600        STRING "ACIMA DO LIMITE DE FALTAS: " DELIMITED BY SIZE
093700            WS-QTD-ED DELIMITED BY SIZE
093800            INTO AVISO-LINHA
093900        WRITE AVISO-LINHA
094000        MOVE WS-QTD-RISCO TO WS-QTD-ED
094100        MOVE SPACES TO AVISO-LINHA
094200        STRING "EM RISCO (MAIS " DELIMITED BY SIZE
094300            WS-MARGEM-FALTAS DELIMITED BY SIZE
094400            " FALTAS REPROVAM): " DELIMITED BY SIZE
094500            WS-QTD-ED DELIMITED BY SIZE
094600            INTO AVISO-LINHA
094700        WRITE AVISO-LINHA
094800        DISPLAY "ARQUIVOS " WS-QTD-ARQUIVOS
094900            " LIDAS " WS-QTD-LIDOS
095000            " GRAVADAS " WS-QTD-ACEITOS
095100            " ACIMA DO LIMITE " WS-QTD-ACIMA
095200            " EM RISCO " WS-QTD-RISCO.
095300    5000-GRAVAR-RESUMO-EXIT.
095400        EXIT.
095500
095600    END PROGRAM Chamada.
