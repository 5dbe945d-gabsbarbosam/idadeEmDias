000100******************************************************************
000200* PROGRAM:     PERSTEND
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     POPULATION TREND REPORT.  READS THE LAST THIRTEEN
000800*              MONTHS OF THE POPULATION STATISTICS HISTORY
000900*              (ESTHIST, FILED BY PERSESTA) AND PRINTS THEM SIDE
001000*              BY SIDE ON TENDRPT - ONE LINE PER FIGURE (STATUS,
001100*              AGE BAND, AVERAGE AGE, THE MONTH'S MOVEMENTS AND
001200*              EVERY BRANCH THAT HAD ANYONE IN THE PERIOD), ONE
001300*              COLUMN PER MONTH, OLDEST FIRST - WITH THE CHANGE
001400*              OF THE LAST MONTH OVER THE ONE BEFORE (VAR.MES)
001500*              AND OVER THE SAME MONTH A YEAR EARLIER, THE FIRST
001600*              COLUMN (VAR.ANO).  THE SAME FIGURES, WITH THE
001700*              CHANGES ALSO AS PERCENTAGES, GO COMMA-DELIMITED TO
001800*              TENDCSV FOR THE PLANNING TEAM'S SPREADSHEET.
001900*              THE OPERATOR GIVES THE LAST MONTH (AAAAMM); A
002000*              BLANK ANSWER TAKES THE LATEST MONTH FILED.  A
002100*              MONTH MISSING FROM THE HISTORY SHOWS AS A DASH
002200*              AND LEAVES ITS CHANGES BLANK.
002300*              RETURN-CODE 4 WHEN THE LAST MONTH ITSELF IS NOT
002400*              FILED (OR NOTHING IS), 8 WHEN THE FILES CANNOT BE
002500*              OPENED.
002600* TECTONICS:   cobc
002700*-----------------------------------------------------------------
002800* MODIFICATION HISTORY
002900*-----------------------------------------------------------------
003000* DATE       INIT  DESCRIPTION
003100* 15/10/2026  GB   ORIGINAL VERSION.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. PERSTEND.
003500 AUTHOR. GABRIELA BARBOSA.
003600 INSTALLATION. DATA PROCESSING CENTER.
003700 DATE-WRITTEN. 15/10/2026.
003800 DATE-COMPILED.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ESTAT-HIST-FILE ASSIGN TO "ESTHIST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS ES-ANO-MES
004600         FILE STATUS IS WS-STATUS-ESTHIST.
004700     SELECT TREND-REPORT-FILE ASSIGN TO "TENDRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-STATUS-TENDRPT.
005000     SELECT TREND-CSV-FILE ASSIGN TO "TENDCSV"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-STATUS-TENDCSV.
005300 DATA DIVISION.
005400 FILE SECTION.
005500*-----------------------------------------------------------------
005600* ESTAT-HIST-FILE - THE POPULATION STATISTICS HISTORY.  THE
005700* SHARED ESTHREC LAYOUT.
005800*-----------------------------------------------------------------
005900 FD  ESTAT-HIST-FILE.
006000     COPY ESTHREC.
006100*-----------------------------------------------------------------
006200* TREND-REPORT-FILE - THE PRINTED TREND, ON A 132-COLUMN PAGE SO
006300* THIRTEEN MONTHS AND THE TWO CHANGES FIT ACROSS.
006400*-----------------------------------------------------------------
006500 FD  TREND-REPORT-FILE.
006600 01  TREND-REPORT-RECORD            PIC X(132).
006700*-----------------------------------------------------------------
006800* TREND-CSV-FILE - THE SAME FIGURES, COMMA-DELIMITED, WITH A
006900* HEADING LINE NAMING THE COLUMNS.
007000*-----------------------------------------------------------------
007100 FD  TREND-CSV-FILE.
007200 01  TREND-CSV-RECORD               PIC X(250).
007300 WORKING-STORAGE SECTION.
007400*-----------------------------------------------------------------
007500* FILE STATUS FOR EVERY FILE, AND THE END SWITCH FOR THE HISTORY.
007600*-----------------------------------------------------------------
007700 77  WS-STATUS-ESTHIST           PIC X(02) VALUE SPACES.
007800 77  WS-STATUS-TENDRPT           PIC X(02) VALUE SPACES.
007900 77  WS-STATUS-TENDCSV           PIC X(02) VALUE SPACES.
008000 77  WS-FIM-ESTHIST-SW           PIC X(01) VALUE "N".
008100     88  FIM-ESTHIST              VALUE "S".
008200 77  WS-HISTORICO-ABERTO-SW      PIC X(01) VALUE "N".
008300     88  HISTORICO-ABERTO         VALUE "S".
008400*-----------------------------------------------------------------
008500* THE LAST MONTH OF THE REPORT AS ANSWERED, AND THE PERIOD AS
008600* MONTH NUMBERS (YEAR TIMES TWELVE PLUS MONTH LESS ONE) SO THE
008700* COLUMN OF A MONTH IS A SUBTRACTION.
008800*-----------------------------------------------------------------
008900 77  WS-MES-FINAL-X              PIC X(06) VALUE SPACES.
009000 01  WS-MES-FINAL                PIC 9(06) VALUE ZERO.
009100 01  WS-MES-FINAL-R REDEFINES WS-MES-FINAL.
009200     05  WS-FINAL-ANO            PIC 9(04).
009300     05  WS-FINAL-MES            PIC 9(02).
009400 01  WS-MES-LIDO                 PIC 9(06) VALUE ZERO.
009500 01  WS-MES-LIDO-R REDEFINES WS-MES-LIDO.
009600     05  WS-LIDO-ANO             PIC 9(04).
009700     05  WS-LIDO-MES             PIC 9(02).
009800 77  WS-MES-INICIAL              PIC 9(06) VALUE ZERO.
009900 77  WS-SEQ-FINAL                PIC 9(06) VALUE ZERO COMP.
010000 77  WS-SEQ-INICIAL              PIC 9(06) VALUE ZERO COMP.
010100 77  WS-SEQ-MES                  PIC 9(06) VALUE ZERO COMP.
010200 77  WS-ANO-CALCULADO            PIC 9(04) VALUE ZERO.
010300 77  WS-RESTO-MES                PIC 9(02) VALUE ZERO.
010400 77  WS-QTD-MESES-LIDOS          PIC 9(02) VALUE ZERO.
010500 77  WS-DATA-HOJE                PIC 9(08) VALUE ZERO.
010600*-----------------------------------------------------------------
010700* THE THIRTEEN MONTHS, OLDEST FIRST, EACH WITH ITS 51 FIGURES IN
010800* THE ESTHREC COUNTER ORDER.
010900*-----------------------------------------------------------------
011000 01  WS-TABELA-MESES.
011100     05  WS-MES-ITEM             OCCURS 13 TIMES.
011200         10  WS-TM-ANO-MES       PIC 9(06).
011300         10  WS-TM-PRESENTE      PIC X(01).
011400             88  TM-PRESENTE      VALUE "S".
011500         10  WS-TM-CONTADORES.
011600             15  WS-TM-CONTADOR  PIC 9(07) OCCURS 51 TIMES.
011700 77  WS-COL-IND                  PIC 9(02) VALUE ZERO COMP.
011800 77  WS-LIN-IND                  PIC 9(02) VALUE ZERO COMP.
011900*-----------------------------------------------------------------
012000* THE FIGURE LABELS, IN THE ESTHREC COUNTER ORDER - THE FIRST
012100* FOURTEEN FIXED, THE BRANCH ONES BUILT FROM THE BRANCH SLOT
012200* CHARACTERS AT THE START OF THE RUN.
012300*-----------------------------------------------------------------
012400 01  WS-ROTULOS-FIXOS.
012500     05  FILLER                  PIC X(12) VALUE "PESSOAS".
012600     05  FILLER                  PIC X(12) VALUE "ATIVOS".
012700     05  FILLER                  PIC X(12) VALUE "INATIVOS".
012800     05  FILLER                  PIC X(12) VALUE "FALECIDOS".
012900     05  FILLER                  PIC X(12) VALUE "MENOS DE 18 ".
013000     05  FILLER                  PIC X(12) VALUE "18 A 29     ".
013100     05  FILLER                  PIC X(12) VALUE "30 A 44     ".
013200     05  FILLER                  PIC X(12) VALUE "45 A 59     ".
013300     05  FILLER                  PIC X(12) VALUE "60 A 74     ".
013400     05  FILLER                  PIC X(12) VALUE "75 OU MAIS  ".
013500     05  FILLER                  PIC X(12) VALUE "IDADE MEDIA".
013600     05  FILLER                  PIC X(12) VALUE "INCLUSOES".
013700     05  FILLER                  PIC X(12) VALUE "OBITOS".
013800     05  FILLER                  PIC X(12) VALUE "INATIVACOES".
013900     05  FILLER                  PIC X(444) VALUE SPACES.
014000 01  WS-ROTULOS-FIXOS-R REDEFINES WS-ROTULOS-FIXOS.
014100     05  WS-ROTULO               PIC X(12) OCCURS 51 TIMES.
014200 77  WS-CARACTERES-FILIAL        PIC X(36) VALUE
014300         "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
014400*-----------------------------------------------------------------
014500* A FIGURE IS PRINTED WHEN IT IS ONE OF THE FIXED FOURTEEN, OR A
014600* BRANCH WITH ANYONE IN ANY MONTH OF THE PERIOD.
014700*-----------------------------------------------------------------
014800 77  WS-LINHA-USADA-SW           PIC X(01) VALUE "N".
014900     88  LINHA-USADA              VALUE "S".
015000*-----------------------------------------------------------------
015100* THE CHANGES OF THE FIGURE IN HAND - ABSOLUTE AND AS A
015200* PERCENTAGE OF THE EARLIER MONTH (BLANK WHEN THAT MONTH IS
015300* MISSING OR ZERO).
015400*-----------------------------------------------------------------
015500 77  WS-VAR-MES                  PIC S9(08) VALUE ZERO.
015600 77  WS-VAR-ANO                  PIC S9(08) VALUE ZERO.
015700 77  WS-PCT-MES                  PIC S9(05)V9 VALUE ZERO.
015800 77  WS-PCT-ANO                  PIC S9(05)V9 VALUE ZERO.
015900 77  WS-VAR-MES-SW               PIC X(01) VALUE "N".
016000     88  TEM-VAR-MES              VALUE "S".
016100 77  WS-VAR-ANO-SW               PIC X(01) VALUE "N".
016200     88  TEM-VAR-ANO              VALUE "S".
016300 77  WS-PCT-MES-SW               PIC X(01) VALUE "N".
016400     88  TEM-PCT-MES              VALUE "S".
016500 77  WS-PCT-ANO-SW               PIC X(01) VALUE "N".
016600     88  TEM-PCT-ANO              VALUE "S".
016700*-----------------------------------------------------------------
016800* ONE PRINTED FIGURE LINE - THE LABEL, THE THIRTEEN MONTHS AND
016900* THE TWO CHANGES.  A MISSING MONTH OR CHANGE IS A DASH.
017000*-----------------------------------------------------------------
017100 01  WS-LINHA-TENDENCIA.
017200     05  WS-LT-ROTULO            PIC X(12).
017300     05  WS-LT-MES               OCCURS 13 TIMES.
017400         10  FILLER              PIC X(01).
017500         10  WS-LT-VALOR         PIC ZZZZZZ9.
017600         10  WS-LT-VALOR-X REDEFINES WS-LT-VALOR
017700                                 PIC X(07).
017800     05  FILLER                  PIC X(01).
017900     05  WS-LT-VAR-MES           PIC -ZZZZZ9.
018000     05  WS-LT-VAR-MES-X REDEFINES WS-LT-VAR-MES
018100                                 PIC X(07).
018200     05  FILLER                  PIC X(01).
018300     05  WS-LT-VAR-ANO           PIC -ZZZZZ9.
018400     05  WS-LT-VAR-ANO-X REDEFINES WS-LT-VAR-ANO
018500                                 PIC X(07).
018600*-----------------------------------------------------------------
018700* THE MONTH HEADING LINE, SAME COLUMNS - MM/AAAA OVER EACH MONTH.
018800*-----------------------------------------------------------------
018900 01  WS-CABECALHO-MESES.
019000     05  WS-CM-ROTULO            PIC X(12).
019100     05  WS-CM-MES               OCCURS 13 TIMES.
019200         10  FILLER              PIC X(01).
019300         10  WS-CM-TEXTO         PIC X(07).
019400     05  FILLER                  PIC X(01).
019500     05  WS-CM-VAR-MES           PIC X(07).
019600     05  FILLER                  PIC X(01).
019700     05  WS-CM-VAR-ANO           PIC X(07).
019800*-----------------------------------------------------------------
019900* THE COMMA-DELIMITED LINE BEING BUILT AND THE EDITED FIELDS
020000* THAT GO INTO IT.
020100*-----------------------------------------------------------------
020200 77  WS-LINHA-CSV                PIC X(250) VALUE SPACES.
020300 77  WS-PONTEIRO                 PIC 9(03) VALUE ZERO COMP.
020400 77  WS-VALOR-EDITADO            PIC ZZZZZZ9.
020500 77  WS-VAR-EDITADO              PIC -ZZZZZZ9.
020600 77  WS-PCT-EDITADO              PIC -ZZZZ9.9.
020700*-----------------------------------------------------------------
020800* REPORT PAGE CONTROL AND SCRATCH LINE.
020900*-----------------------------------------------------------------
021000 77  WS-MAX-LINHAS-PAGINA        PIC 9(02) VALUE 50.
021100 77  WS-CONTADOR-LINHAS          PIC 9(02) VALUE ZERO.
021200 77  WS-NUMERO-PAGINA            PIC 9(04) VALUE ZERO.
021300 77  WS-LINHA-RELATORIO          PIC X(132) VALUE SPACES.
021400 77  WS-TEXTO-GRUPO              PIC X(60) VALUE SPACES.
021500*-----------------------------------------------------------------
021600* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
021700* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
021800* COUNT AND RETURN CODE TO.
021900*-----------------------------------------------------------------
022000     COPY RUNLOGP.
022100
022200 PROCEDURE DIVISION.
022300 0000-MAINLINE.
022400
022500     MOVE "INICIO" TO RL-EVENTO
022600     MOVE ZERO     TO RL-CONTAGEM
022700     MOVE ZERO     TO RL-CODIGO-RETORNO
022800     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
022900
023000     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
023100     PERFORM 1500-ABRIR-HISTORICO THRU 1500-EXIT
023200
023300     IF HISTORICO-ABERTO
023400         IF WS-MES-FINAL = ZERO
023500             PERFORM 1600-ACHAR-ULTIMO-MES THRU 1600-EXIT
023600         END-IF
023610     END-IF
023620
023630     IF HISTORICO-ABERTO
023700         IF WS-MES-FINAL = ZERO
023800             DISPLAY "*** NENHUM MES NO HISTORICO DE ESTATISTICA "
023900                 "- NADA A RELATAR - RETURN-CODE 4 ***"
024000             MOVE 4 TO RETURN-CODE
024100             CLOSE ESTAT-HIST-FILE
024200         ELSE
024300             PERFORM 2000-CARREGAR-MESES THRU 2000-EXIT
024400             CLOSE ESTAT-HIST-FILE
024500             PERFORM 3000-GERAR-RELATORIO THRU 3000-EXIT
024600         END-IF
024700     END-IF
024800
024900     MOVE "FIM"              TO RL-EVENTO
025000     MOVE WS-QTD-MESES-LIDOS TO RL-CONTAGEM
025100     MOVE RETURN-CODE        TO RL-CODIGO-RETORNO
025200     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
025300
025400     STOP RUN.
025500*-----------------------------------------------------------------
025600* 1000-INICIALIZAR
025700* ASKS FOR THE LAST MONTH OF THE REPORT AND BUILDS THE BRANCH
025800* LABELS.  AN ANSWER THAT IS NOT A MONTH IS TAKEN AS BLANK.
025900*-----------------------------------------------------------------
026000 1000-INICIALIZAR.
026100
026200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
026300
026400     DISPLAY "ULTIMO MES DO RELATORIO (AAAAMM, BRANCO = ULTIMO "
026500         "ARQUIVADO)? "
026600     MOVE SPACES TO WS-MES-FINAL-X
026700     ACCEPT WS-MES-FINAL-X
026800     MOVE ZERO TO WS-MES-FINAL
026900     IF WS-MES-FINAL-X IS NUMERIC
027000         MOVE WS-MES-FINAL-X TO WS-MES-FINAL
027100         IF WS-FINAL-MES < 1 OR WS-FINAL-MES > 12
027200             DISPLAY "*** MES " WS-MES-FINAL-X " INVALIDO - "
027300                 "USADO O ULTIMO ARQUIVADO ***"
027400             MOVE ZERO TO WS-MES-FINAL
027500         END-IF
027600     END-IF
027700
027800     MOVE 15 TO WS-LIN-IND
027900     PERFORM 1100-MONTAR-ROTULO-FILIAL THRU 1100-EXIT
028000         UNTIL WS-LIN-IND > 50
028100     MOVE "FILIAL OUTRA" TO WS-ROTULO (51).
028200
028300 1000-EXIT.
028400     EXIT.
028500*-----------------------------------------------------------------
028600* 1100-MONTAR-ROTULO-FILIAL
028700* ONE BRANCH LABEL - "FILIAL" AND THE CHARACTER OF ITS SLOT.
028800*-----------------------------------------------------------------
028900 1100-MONTAR-ROTULO-FILIAL.
029000
029100     MOVE SPACES TO WS-ROTULO (WS-LIN-IND)
029200     STRING "FILIAL "                        DELIMITED BY SIZE
029300         WS-CARACTERES-FILIAL (WS-LIN-IND - 14 : 1)
029400                                             DELIMITED BY SIZE
029500         INTO WS-ROTULO (WS-LIN-IND)
029600     END-STRING
029700     ADD 1 TO WS-LIN-IND.
029800
029900 1100-EXIT.
030000     EXIT.
030100*-----------------------------------------------------------------
030200* 1500-ABRIR-HISTORICO
030300* OPENS THE STATISTICS HISTORY.  A FAILURE CANCELS THE RUN WITH
030400* RETURN-CODE 8.
030500*-----------------------------------------------------------------
030600 1500-ABRIR-HISTORICO.
030700
030800     MOVE "N" TO WS-HISTORICO-ABERTO-SW
030900     OPEN INPUT ESTAT-HIST-FILE
031000     IF WS-STATUS-ESTHIST NOT = "00"
031100         DISPLAY "*** ERRO AO ABRIR ESTHIST - FILE STATUS "
031200             WS-STATUS-ESTHIST " - RELATORIO CANCELADO - "
031300             "RETURN-CODE 8 ***"
031400         MOVE 8 TO RETURN-CODE
031500     ELSE
031600         MOVE "S" TO WS-HISTORICO-ABERTO-SW
031700     END-IF.
031800
031900 1500-EXIT.
032000     EXIT.
032100*-----------------------------------------------------------------
032200* 1600-ACHAR-ULTIMO-MES
032300* READS THE HISTORY THROUGH FOR THE LATEST MONTH FILED, THEN
032400* REOPENS IT FOR THE LOAD.  A REOPEN THAT FAILS CANCELS THE RUN
032410* WITH RETURN-CODE 8, AS THE FIRST OPEN DOES.
032500*-----------------------------------------------------------------
032600 1600-ACHAR-ULTIMO-MES.
032700
032800     MOVE "N" TO WS-FIM-ESTHIST-SW
032900     PERFORM 1610-LER-MES THRU 1610-EXIT
033000         UNTIL FIM-ESTHIST
033100     CLOSE ESTAT-HIST-FILE
033200     OPEN INPUT ESTAT-HIST-FILE
033210     IF WS-STATUS-ESTHIST NOT = "00"
033220         DISPLAY "*** ERRO AO REABRIR ESTHIST - FILE STATUS "
033230             WS-STATUS-ESTHIST " - RELATORIO CANCELADO - "
033240             "RETURN-CODE 8 ***"
033250         MOVE 8 TO RETURN-CODE
033260         MOVE "N" TO WS-HISTORICO-ABERTO-SW
033270     END-IF.
033300
033400 1600-EXIT.
033500     EXIT.
033600*-----------------------------------------------------------------
033700* 1610-LER-MES
033800* ONE MONTH OF THE HISTORY, IN MONTH ORDER.
033900*-----------------------------------------------------------------
034000 1610-LER-MES.
034100
034200     READ ESTAT-HIST-FILE NEXT
034300         AT END
034400             SET FIM-ESTHIST TO TRUE
034500         NOT AT END
034600             MOVE ES-ANO-MES TO WS-MES-FINAL
034700     END-READ.
034800
034900 1610-EXIT.
035000     EXIT.
035100*-----------------------------------------------------------------
035200* 2000-CARREGAR-MESES
035300* WORKS OUT THE THIRTEEN MONTHS OF THE PERIOD, THEN STARTS THE
035400* HISTORY AT THE FIRST OF THEM AND PLACES EACH MONTH READ IN ITS
035500* COLUMN.
035600*-----------------------------------------------------------------
035700 2000-CARREGAR-MESES.
035800
035900     COMPUTE WS-SEQ-FINAL = WS-FINAL-ANO * 12 + WS-FINAL-MES - 1
036000     COMPUTE WS-SEQ-INICIAL = WS-SEQ-FINAL - 12
036100
036200     MOVE 1 TO WS-COL-IND
036300     PERFORM 2100-PREPARAR-COLUNA THRU 2100-EXIT
036400         UNTIL WS-COL-IND > 13
036500     MOVE WS-TM-ANO-MES (1) TO WS-MES-INICIAL
036600
036700     MOVE "N" TO WS-FIM-ESTHIST-SW
036800     MOVE WS-MES-INICIAL TO ES-ANO-MES
036900     START ESTAT-HIST-FILE KEY IS NOT LESS THAN ES-ANO-MES
037000         INVALID KEY
037100             SET FIM-ESTHIST TO TRUE
037200     END-START
037300     PERFORM 2200-LER-MES-PERIODO THRU 2200-EXIT
037400         UNTIL FIM-ESTHIST
037500
037600     IF NOT TM-PRESENTE (13)
037700         DISPLAY "*** MES " WS-MES-FINAL " NAO ARQUIVADO - "
037800             "RETURN-CODE 4 ***"
037900         MOVE 4 TO RETURN-CODE
038000     END-IF.
038100
038200 2000-EXIT.
038300     EXIT.
038400*-----------------------------------------------------------------
038500* 2100-PREPARAR-COLUNA
038600* ONE EMPTY COLUMN, WITH THE MONTH IT STANDS FOR.
038700*-----------------------------------------------------------------
038800 2100-PREPARAR-COLUNA.
038900
039000     COMPUTE WS-SEQ-MES = WS-SEQ-INICIAL + WS-COL-IND - 1
039100     DIVIDE WS-SEQ-MES BY 12 GIVING WS-ANO-CALCULADO
039200         REMAINDER WS-RESTO-MES
039300     COMPUTE WS-TM-ANO-MES (WS-COL-IND) =
039400         WS-ANO-CALCULADO * 100 + WS-RESTO-MES + 1
039500     MOVE "N" TO WS-TM-PRESENTE (WS-COL-IND)
039600     INITIALIZE WS-TM-CONTADORES (WS-COL-IND)
039700     ADD 1 TO WS-COL-IND.
039800
039900 2100-EXIT.
040000     EXIT.
040100*-----------------------------------------------------------------
040200* 2200-LER-MES-PERIODO
040300* ONE MONTH FROM THE START OF THE PERIOD ON, UNTIL THE LAST ONE
040400* IS PASSED.
040500*-----------------------------------------------------------------
040600 2200-LER-MES-PERIODO.
040700
040800     READ ESTAT-HIST-FILE NEXT
040900         AT END
041000             SET FIM-ESTHIST TO TRUE
041100         NOT AT END
041200             IF ES-ANO-MES > WS-MES-FINAL
041300                 SET FIM-ESTHIST TO TRUE
041400             ELSE
041500                 MOVE ES-ANO-MES TO WS-MES-LIDO
041600                 COMPUTE WS-COL-IND = WS-LIDO-ANO * 12
041700                     + WS-LIDO-MES - WS-SEQ-INICIAL
041800                 MOVE "S" TO WS-TM-PRESENTE (WS-COL-IND)
041900                 MOVE ES-CONTADORES
042000                     TO WS-TM-CONTADORES (WS-COL-IND)
042100                 ADD 1 TO WS-QTD-MESES-LIDOS
042200             END-IF
042300     END-READ.
042400
042500 2200-EXIT.
042600     EXIT.
042700*-----------------------------------------------------------------
042800* 3000-GERAR-RELATORIO
042900* OPENS THE REPORT AND THE SPREADSHEET FILE, WRITES THEIR
043000* HEADINGS AND THEN EVERY FIGURE, GROUP BY GROUP, AND THE
043100* LEGEND.
043200*-----------------------------------------------------------------
043300 3000-GERAR-RELATORIO.
043400
043500     OPEN OUTPUT TREND-REPORT-FILE
043600     OPEN OUTPUT TREND-CSV-FILE
043700     IF WS-STATUS-TENDRPT NOT = "00" OR
043800        WS-STATUS-TENDCSV NOT = "00"
043900         DISPLAY "*** ERRO AO ABRIR TENDRPT/TENDCSV - "
044000             "RELATORIO CANCELADO - RETURN-CODE 8 ***"
044100         CLOSE TREND-REPORT-FILE
044200         CLOSE TREND-CSV-FILE
044300         MOVE 8 TO RETURN-CODE
044400     ELSE
044500         PERFORM 3100-MONTAR-CABECALHO THRU 3100-EXIT
044600         PERFORM 3200-IMPRIMIR-CABECALHO THRU 3200-EXIT
044700         PERFORM 3300-GRAVAR-CABECALHO-CSV THRU 3300-EXIT
044800         MOVE 1 TO WS-LIN-IND
044900         PERFORM 4000-TRATAR-FIGURA THRU 4000-EXIT
045000             UNTIL WS-LIN-IND > 51
045100         PERFORM 5000-IMPRIMIR-LEGENDA THRU 5000-EXIT
045200         CLOSE TREND-REPORT-FILE
045300         CLOSE TREND-CSV-FILE
045400     END-IF.
045500
045600 3000-EXIT.
045700     EXIT.
045800*-----------------------------------------------------------------
045900* 3100-MONTAR-CABECALHO
046000* FILLS IN THE MONTH HEADING LINE.
046100*-----------------------------------------------------------------
046200 3100-MONTAR-CABECALHO.
046300
046400     MOVE SPACES      TO WS-CABECALHO-MESES
046500     MOVE "INDICADOR" TO WS-CM-ROTULO
046600     MOVE "VAR.MES"   TO WS-CM-VAR-MES
046700     MOVE "VAR.ANO"   TO WS-CM-VAR-ANO
046800     MOVE 1 TO WS-COL-IND
046900     PERFORM 3110-MONTAR-TITULO-MES THRU 3110-EXIT
047000         UNTIL WS-COL-IND > 13.
047100
047200 3100-EXIT.
047300     EXIT.
047400*-----------------------------------------------------------------
047500* 3110-MONTAR-TITULO-MES
047600* ONE MONTH HEADING - MM/AAAA.
047700*-----------------------------------------------------------------
047800 3110-MONTAR-TITULO-MES.
047900
048000     MOVE WS-TM-ANO-MES (WS-COL-IND) TO WS-MES-LIDO
048100     STRING WS-MES-LIDO (5:2)       DELIMITED BY SIZE
048200         "/"                        DELIMITED BY SIZE
048300         WS-MES-LIDO (1:4)          DELIMITED BY SIZE
048400         INTO WS-CM-TEXTO (WS-COL-IND)
048500     END-STRING
048600     ADD 1 TO WS-COL-IND.
048700
048800 3110-EXIT.
048900     EXIT.
049000*-----------------------------------------------------------------
049100* 3200-IMPRIMIR-CABECALHO
049200* STARTS A NEW REPORT PAGE - TITLE/DATE LINE, BLANK LINE, MONTH
049300* HEADINGS, BLANK LINE - AND RESETS THE PER-PAGE LINE COUNTER.
049400*-----------------------------------------------------------------
049500 3200-IMPRIMIR-CABECALHO.
049600
049700     ADD 1  TO WS-NUMERO-PAGINA
049800     MOVE ZERO TO WS-CONTADOR-LINHAS
049900
050000     MOVE SPACES TO WS-LINHA-RELATORIO
050100     STRING "TENDENCIA DA POPULACAO - 13 MESES ATE "
050200         DELIMITED BY SIZE
050300         WS-MES-FINAL (5:2) DELIMITED BY SIZE
050400         "/" DELIMITED BY SIZE
050500         WS-MES-FINAL (1:4) DELIMITED BY SIZE
050600         "   DATA: " DELIMITED BY SIZE
050700         WS-DATA-HOJE (7:2) DELIMITED BY SIZE
050800         "/" DELIMITED BY SIZE
050900         WS-DATA-HOJE (5:2) DELIMITED BY SIZE
051000         "/" DELIMITED BY SIZE
051100         WS-DATA-HOJE (1:4) DELIMITED BY SIZE
051200         "   PAGINA: " DELIMITED BY SIZE
051300         WS-NUMERO-PAGINA DELIMITED BY SIZE
051400         INTO WS-LINHA-RELATORIO
051500     END-STRING
051600     WRITE TREND-REPORT-RECORD FROM WS-LINHA-RELATORIO
051700
051800     MOVE SPACES TO WS-LINHA-RELATORIO
051900     WRITE TREND-REPORT-RECORD FROM WS-LINHA-RELATORIO
052000
052100     WRITE TREND-REPORT-RECORD FROM WS-CABECALHO-MESES
052200
052300     MOVE SPACES TO WS-LINHA-RELATORIO
052400     WRITE TREND-REPORT-RECORD FROM WS-LINHA-RELATORIO.
052500
052600 3200-EXIT.
052700     EXIT.
052800*-----------------------------------------------------------------
052900* 3300-GRAVAR-CABECALHO-CSV
053000* THE SPREADSHEET HEADING - THE FIGURE, EACH MONTH AS AAAAMM,
053100* AND THE FOUR CHANGE COLUMNS.
053200*-----------------------------------------------------------------
053300 3300-GRAVAR-CABECALHO-CSV.
053400
053500     MOVE SPACES TO WS-LINHA-CSV
053600     MOVE 1 TO WS-PONTEIRO
053700     STRING "INDICADOR" DELIMITED BY SIZE
053800         INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
053900     END-STRING
054000     MOVE 1 TO WS-COL-IND
054100     PERFORM 3310-GRAVAR-MES-CSV THRU 3310-EXIT
054200         UNTIL WS-COL-IND > 13
054300     STRING ",VAR_MES,VAR_MES_PCT,VAR_ANO,VAR_ANO_PCT"
054400         DELIMITED BY SIZE
054500         INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
054600     END-STRING
054700     WRITE TREND-CSV-RECORD FROM WS-LINHA-CSV.
054800
054900 3300-EXIT.
055000     EXIT.
055100*-----------------------------------------------------------------
055200* 3310-GRAVAR-MES-CSV
055300* ONE MONTH COLUMN NAME.
055400*-----------------------------------------------------------------
055500 3310-GRAVAR-MES-CSV.
055600
055700     STRING ","                     DELIMITED BY SIZE
055800         WS-TM-ANO-MES (WS-COL-IND) DELIMITED BY SIZE
055900         INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
056000     END-STRING
056100     ADD 1 TO WS-COL-IND.
056200
056300 3310-EXIT.
056400     EXIT.
056500*-----------------------------------------------------------------
056600* 4000-TRATAR-FIGURA
056700* ONE FIGURE - A GROUP CAPTION AHEAD OF THE FIRST OF EACH GROUP,
056800* THEN THE PRINTED LINE AND THE SPREADSHEET LINE, WHEN THE
056900* FIGURE IS TO BE SHOWN.
057000*-----------------------------------------------------------------
057100 4000-TRATAR-FIGURA.
057200
057300     MOVE SPACES TO WS-TEXTO-GRUPO
057400     EVALUATE WS-LIN-IND
057500         WHEN 1
057600             MOVE "CADASTRO POR SITUACAO" TO WS-TEXTO-GRUPO
057700         WHEN 5
057800             MOVE "VIVOS POR FAIXA ETARIA E IDADE MEDIA EM DIAS"
057900                 TO WS-TEXTO-GRUPO
058000         WHEN 12
058100             MOVE "MOVIMENTO DO MES" TO WS-TEXTO-GRUPO
058200         WHEN 15
058300             MOVE "CADASTRO POR FILIAL" TO WS-TEXTO-GRUPO
058400     END-EVALUATE
058500     IF WS-TEXTO-GRUPO NOT = SPACES
058600         PERFORM 4100-IMPRIMIR-GRUPO THRU 4100-EXIT
058700     END-IF
058800
058900     MOVE "S" TO WS-LINHA-USADA-SW
059000     IF WS-LIN-IND > 14
059100         MOVE "N" TO WS-LINHA-USADA-SW
059200         MOVE 1 TO WS-COL-IND
059300         PERFORM 4200-VERIFICAR-USO THRU 4200-EXIT
059400             UNTIL WS-COL-IND > 13
059500     END-IF
059600
059700     IF LINHA-USADA
059800         PERFORM 4300-CALCULAR-VARIACOES THRU 4300-EXIT
059900         PERFORM 4400-IMPRIMIR-FIGURA THRU 4400-EXIT
060000         PERFORM 4500-GRAVAR-FIGURA-CSV THRU 4500-EXIT
060100     END-IF
060200
060300     ADD 1 TO WS-LIN-IND.
060400
060500 4000-EXIT.
060600     EXIT.
060700*-----------------------------------------------------------------
060800* 4100-IMPRIMIR-GRUPO
060900* A BLANK LINE AND THE GROUP CAPTION, BREAKING TO A NEW PAGE
061000* FIRST WHEN THE PAGE IS NEARLY FULL.
061100*-----------------------------------------------------------------
061200 4100-IMPRIMIR-GRUPO.
061300
061400     IF WS-CONTADOR-LINHAS + 3 > WS-MAX-LINHAS-PAGINA
061500         PERFORM 3200-IMPRIMIR-CABECALHO THRU 3200-EXIT
061600     END-IF
061700     IF WS-CONTADOR-LINHAS > ZERO
061800         MOVE SPACES TO WS-LINHA-RELATORIO
061900         WRITE TREND-REPORT-RECORD FROM WS-LINHA-RELATORIO
062000         ADD 1 TO WS-CONTADOR-LINHAS
062100     END-IF
062200     MOVE SPACES TO WS-LINHA-RELATORIO
062300     MOVE WS-TEXTO-GRUPO TO WS-LINHA-RELATORIO
062400     WRITE TREND-REPORT-RECORD FROM WS-LINHA-RELATORIO
062500     ADD 1 TO WS-CONTADOR-LINHAS.
062600
062700 4100-EXIT.
062800     EXIT.
062900*-----------------------------------------------------------------
063000* 4200-VERIFICAR-USO
063100* A BRANCH FIGURE IS SHOWN WHEN ANY MONTH HAS SOMEONE IN IT.
063200*-----------------------------------------------------------------
063300 4200-VERIFICAR-USO.
063400
063500     IF WS-TM-CONTADOR (WS-COL-IND, WS-LIN-IND) > ZERO
063600         MOVE "S" TO WS-LINHA-USADA-SW
063700     END-IF
063800     ADD 1 TO WS-COL-IND.
063900
064000 4200-EXIT.
064100     EXIT.
064200*-----------------------------------------------------------------
064300* 4300-CALCULAR-VARIACOES
064400* THE LAST MONTH AGAINST THE ONE BEFORE (COLUMN 12) AND AGAINST
064500* THE SAME MONTH A YEAR EARLIER (COLUMN 1), WHEN BOTH ARE ON
064600* FILE; THE PERCENTAGE ONLY WHEN THE EARLIER FIGURE IS NOT ZERO.
064700*-----------------------------------------------------------------
064800 4300-CALCULAR-VARIACOES.
064900
065000     MOVE "N"  TO WS-VAR-MES-SW
065100     MOVE "N"  TO WS-VAR-ANO-SW
065200     MOVE "N"  TO WS-PCT-MES-SW
065300     MOVE "N"  TO WS-PCT-ANO-SW
065400     MOVE ZERO TO WS-VAR-MES
065500     MOVE ZERO TO WS-VAR-ANO
065600     MOVE ZERO TO WS-PCT-MES
065700     MOVE ZERO TO WS-PCT-ANO
065800
065900     IF TM-PRESENTE (13) AND TM-PRESENTE (12)
066000         MOVE "S" TO WS-VAR-MES-SW
066100         COMPUTE WS-VAR-MES = WS-TM-CONTADOR (13, WS-LIN-IND)
066200             - WS-TM-CONTADOR (12, WS-LIN-IND)
066300         IF WS-TM-CONTADOR (12, WS-LIN-IND) > ZERO
066400             MOVE "S" TO WS-PCT-MES-SW
066500             COMPUTE WS-PCT-MES ROUNDED = WS-VAR-MES * 100
066600                 / WS-TM-CONTADOR (12, WS-LIN-IND)
066700                 ON SIZE ERROR
066800                     MOVE "N" TO WS-PCT-MES-SW
066900             END-COMPUTE
067000         END-IF
067100     END-IF
067200
067300     IF TM-PRESENTE (13) AND TM-PRESENTE (1)
067400         MOVE "S" TO WS-VAR-ANO-SW
067500         COMPUTE WS-VAR-ANO = WS-TM-CONTADOR (13, WS-LIN-IND)
067600             - WS-TM-CONTADOR (1, WS-LIN-IND)
067700         IF WS-TM-CONTADOR (1, WS-LIN-IND) > ZERO
067800             MOVE "S" TO WS-PCT-ANO-SW
067900             COMPUTE WS-PCT-ANO ROUNDED = WS-VAR-ANO * 100
068000                 / WS-TM-CONTADOR (1, WS-LIN-IND)
068100                 ON SIZE ERROR
068200                     MOVE "N" TO WS-PCT-ANO-SW
068300             END-COMPUTE
068400         END-IF
068500     END-IF.
068600
068700 4300-EXIT.
068800     EXIT.
068900*-----------------------------------------------------------------
069000* 4400-IMPRIMIR-FIGURA
069100* ONE PRINTED FIGURE LINE, BREAKING TO A NEW PAGE WHEN THE PAGE
069200* IS FULL.
069300*-----------------------------------------------------------------
069400 4400-IMPRIMIR-FIGURA.
069500
069600     IF WS-CONTADOR-LINHAS >= WS-MAX-LINHAS-PAGINA
069700         PERFORM 3200-IMPRIMIR-CABECALHO THRU 3200-EXIT
069800     END-IF
069900
070000     MOVE SPACES TO WS-LINHA-TENDENCIA
070100     MOVE WS-ROTULO (WS-LIN-IND) TO WS-LT-ROTULO
070200     MOVE 1 TO WS-COL-IND
070300     PERFORM 4410-MONTAR-VALOR THRU 4410-EXIT
070400         UNTIL WS-COL-IND > 13
070500
070600     IF TEM-VAR-MES
070700         MOVE WS-VAR-MES TO WS-LT-VAR-MES
070800     ELSE
070900         MOVE "      -" TO WS-LT-VAR-MES-X
071000     END-IF
071100     IF TEM-VAR-ANO
071200         MOVE WS-VAR-ANO TO WS-LT-VAR-ANO
071300     ELSE
071400         MOVE "      -" TO WS-LT-VAR-ANO-X
071500     END-IF
071600
071700     WRITE TREND-REPORT-RECORD FROM WS-LINHA-TENDENCIA
071800     ADD 1 TO WS-CONTADOR-LINHAS.
071900
072000 4400-EXIT.
072100     EXIT.
072200*-----------------------------------------------------------------
072300* 4410-MONTAR-VALOR
072400* ONE MONTH OF THE FIGURE - A DASH WHEN THE MONTH IS NOT FILED.
072500*-----------------------------------------------------------------
072600 4410-MONTAR-VALOR.
072700
072800     IF TM-PRESENTE (WS-COL-IND)
072900         MOVE WS-TM-CONTADOR (WS-COL-IND, WS-LIN-IND)
073000             TO WS-LT-VALOR (WS-COL-IND)
073100     ELSE
073200         MOVE "      -" TO WS-LT-VALOR-X (WS-COL-IND)
073300     END-IF
073400     ADD 1 TO WS-COL-IND.
073500
073600 4410-EXIT.
073700     EXIT.
073800*-----------------------------------------------------------------
073900* 4500-GRAVAR-FIGURA-CSV
074000* ONE SPREADSHEET LINE - THE LABEL, THE THIRTEEN MONTHS (EMPTY
074100* WHEN NOT FILED) AND THE FOUR CHANGES (EMPTY WHEN THEY CANNOT
074200* BE WORKED OUT).
074300*-----------------------------------------------------------------
074400 4500-GRAVAR-FIGURA-CSV.
074500
074600     MOVE SPACES TO WS-LINHA-CSV
074700     MOVE 1 TO WS-PONTEIRO
074800     STRING FUNCTION TRIM(WS-ROTULO (WS-LIN-IND))
074900         DELIMITED BY SIZE
075000         INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
075100     END-STRING
075200     MOVE 1 TO WS-COL-IND
075300     PERFORM 4510-GRAVAR-VALOR-CSV THRU 4510-EXIT
075400         UNTIL WS-COL-IND > 13
075500
075600     STRING "," DELIMITED BY SIZE
075700         INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
075800     END-STRING
075900     IF TEM-VAR-MES
076000         MOVE WS-VAR-MES TO WS-VAR-EDITADO
076100         STRING FUNCTION TRIM(WS-VAR-EDITADO) DELIMITED BY SIZE
076200             INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
076300         END-STRING
076400     END-IF
076500     STRING "," DELIMITED BY SIZE
076600         INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
076700     END-STRING
076800     IF TEM-PCT-MES
076900         MOVE WS-PCT-MES TO WS-PCT-EDITADO
077000         STRING FUNCTION TRIM(WS-PCT-EDITADO) DELIMITED BY SIZE
077100             INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
077200         END-STRING
077300     END-IF
077400     STRING "," DELIMITED BY SIZE
077500         INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
077600     END-STRING
077700     IF TEM-VAR-ANO
077800         MOVE WS-VAR-ANO TO WS-VAR-EDITADO
077900         STRING FUNCTION TRIM(WS-VAR-EDITADO) DELIMITED BY SIZE
078000             INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
078100         END-STRING
078200     END-IF
078300     STRING "," DELIMITED BY SIZE
078400         INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
078500     END-STRING
078600     IF TEM-PCT-ANO
078700         MOVE WS-PCT-ANO TO WS-PCT-EDITADO
078800         STRING FUNCTION TRIM(WS-PCT-EDITADO) DELIMITED BY SIZE
078900             INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
079000         END-STRING
079100     END-IF
079200
079300     WRITE TREND-CSV-RECORD FROM WS-LINHA-CSV.
079400
079500 4500-EXIT.
079600     EXIT.
079700*-----------------------------------------------------------------
079800* 4510-GRAVAR-VALOR-CSV
079900* ONE MONTH OF THE FIGURE ON THE SPREADSHEET LINE.
080000*-----------------------------------------------------------------
080100 4510-GRAVAR-VALOR-CSV.
080200
080300     STRING "," DELIMITED BY SIZE
080400         INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
080500     END-STRING
080600     IF TM-PRESENTE (WS-COL-IND)
080700         MOVE WS-TM-CONTADOR (WS-COL-IND, WS-LIN-IND)
080800             TO WS-VALOR-EDITADO
080900         STRING FUNCTION TRIM(WS-VALOR-EDITADO) DELIMITED BY SIZE
081000             INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
081100         END-STRING
081200     END-IF
081300     ADD 1 TO WS-COL-IND.
081400
081500 4510-EXIT.
081600     EXIT.
081700*-----------------------------------------------------------------
081800* 5000-IMPRIMIR-LEGENDA
081900* THE CLOSING LEGEND - WHAT THE CHANGE COLUMNS AND THE DASHES
082000* MEAN, AND HOW MANY OF THE THIRTEEN MONTHS WERE ON FILE.
082100*-----------------------------------------------------------------
082200 5000-IMPRIMIR-LEGENDA.
082300
082400     MOVE SPACES TO WS-LINHA-RELATORIO
082500     WRITE TREND-REPORT-RECORD FROM WS-LINHA-RELATORIO
082600
082700     MOVE SPACES TO WS-LINHA-RELATORIO
082800     STRING "VAR.MES = ULTIMO MES MENOS O ANTERIOR.  "
082900         DELIMITED BY SIZE
083000         "VAR.ANO = ULTIMO MES MENOS O MESMO MES DO ANO "
083100         DELIMITED BY SIZE
083200         "ANTERIOR (PRIMEIRA COLUNA)." DELIMITED BY SIZE
083300         INTO WS-LINHA-RELATORIO
083400     END-STRING
083500     WRITE TREND-REPORT-RECORD FROM WS-LINHA-RELATORIO
083600
083700     MOVE SPACES TO WS-LINHA-RELATORIO
083800     STRING "- = MES SEM ESTATISTICA ARQUIVADA.  MESES "
083900         DELIMITED BY SIZE
084000         "ARQUIVADOS NO PERIODO: " DELIMITED BY SIZE
084100         WS-QTD-MESES-LIDOS DELIMITED BY SIZE
084200         " DE 13." DELIMITED BY SIZE
084300         INTO WS-LINHA-RELATORIO
084400     END-STRING
084500     WRITE TREND-REPORT-RECORD FROM WS-LINHA-RELATORIO.
084600
084700 5000-EXIT.
084800     EXIT.
084900*-----------------------------------------------------------------
085000* 6000-REGISTRAR-EXECUCAO
085100* RECORDS ONE RUN-LOG EVENT THROUGH THE SHARED RUNLOGW
085200* SUBPROGRAM, FROM THE EVENT, COUNT AND RETURN CODE THE CALLER
085300* LEFT IN THE PARAMETER AREA.
085400*-----------------------------------------------------------------
085500 6000-REGISTRAR-EXECUCAO.
085600
085700     MOVE "PERSTEND" TO RL-JOB-ID
085800     CALL "RUNLOGW" USING RUNLOG-PARAMETROS.
085900
086000 6000-EXIT.
086100     EXIT.
086200 END PROGRAM PERSTEND.
