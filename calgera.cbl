000100******************************************************************
000200* PROGRAM:     CALGERA
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     BUILDS ONE YEAR OF THE BUSINESS CALENDAR (CALEND)
000800*              FROM THE HOLIDAY LIST (FERIADOS).  EVERY DAY OF
000900*              THE YEAR GETS ONE LINE - SATURDAYS AND SUNDAYS ARE
001000*              WEEKEND DAYS, THE LISTED DATES ARE HOLIDAYS AND
001100*              THE REST ARE BUSINESS DAYS.  THE LAST BUSINESS DAY
001200*              OF EACH MONTH IS FLAGGED MONTH-END, AND THOSE OF
001300*              MARCH, JUNE, SEPTEMBER AND DECEMBER QUARTER-END.
001400*              THE OTHER YEARS ALREADY ON THE CALENDAR ARE KEPT;
001500*              A YEAR BUILT BEFORE IS REPLACED.  THE NEW CALENDAR
001600*              IS PUT TOGETHER ON A WORK FILE (CALWRK) AND ONLY
001700*              COPIED OVER CALEND ONCE IT IS COMPLETE.  RUN ONCE
001800*              A YEAR, AND AGAIN WHENEVER A HOLIDAY IS DECREED.
001900*              A MISSING HOLIDAY LIST OR AN UNWRITABLE CALENDAR
002000*              ENDS THE RUN WITH RETURN-CODE 8 AND THE OLD
002100*              CALENDAR UNTOUCHED; A YEAR WITH NO HOLIDAYS ON THE
002200*              LIST IS BUILT WITH RETURN-CODE 4.
002300* TECTONICS:   cobc
002400*-----------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*-----------------------------------------------------------------
002700* DATE       INIT  DESCRIPTION
002800* 15/10/2026  GB   ORIGINAL VERSION.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. CALGERA.
003200 AUTHOR. GABRIELA BARBOSA.
003300 INSTALLATION. DATA PROCESSING CENTER.
003400 DATE-WRITTEN. 15/10/2026.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT HOLIDAY-FILE ASSIGN TO "FERIADOS"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-STATUS-FERIADOS.
004200     SELECT CALENDAR-FILE ASSIGN TO "CALEND"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-STATUS-CALEND.
004500     SELECT WORK-FILE ASSIGN TO "CALWRK"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-STATUS-WORK.
004800 DATA DIVISION.
004900 FILE SECTION.
005000*-----------------------------------------------------------------
005100* HOLIDAY-FILE - ONE HOLIDAY PER LINE, ANY YEAR, KEPT BY
005200* OPERATIONS: THE DATE (AAAAMMDD), A SPACE AND ITS NAME.
005300*-----------------------------------------------------------------
005400 FD  HOLIDAY-FILE.
005500 01  HOLIDAY-RECORD.
005600     05  FR-DATA                 PIC X(08).
005700     05  FILLER                  PIC X(01).
005800     05  FR-DESCRICAO            PIC X(30).
005900     05  FILLER                  PIC X(41).
006000*-----------------------------------------------------------------
006100* CALENDAR-FILE - THE BUSINESS CALENDAR, READ FOR THE YEARS TO
006200* KEEP AND THEN REWRITTEN FROM THE WORK FILE.
006300*-----------------------------------------------------------------
006400 FD  CALENDAR-FILE.
006500     COPY CALREC.
006600*-----------------------------------------------------------------
006700* WORK-FILE - THE NEW CALENDAR AS IT IS PUT TOGETHER.  THE SAME
006800* CALREC LAYOUT.
006900*-----------------------------------------------------------------
007000 FD  WORK-FILE.
007100     COPY CALREC REPLACING ==CALENDAR-RECORD== BY
007200         ==WORK-RECORD==
007300         LEADING ==CL== BY ==CW==.
007400 WORKING-STORAGE SECTION.
007500 77  WS-STATUS-FERIADOS          PIC X(02) VALUE SPACES.
007600 77  WS-STATUS-CALEND            PIC X(02) VALUE SPACES.
007700 77  WS-STATUS-WORK              PIC X(02) VALUE SPACES.
007800 77  WS-FIM-FERIADOS-SW          PIC X(01) VALUE "N".
007900     88  FIM-FERIADOS             VALUE "S".
008000 77  WS-FIM-CALEND-SW            PIC X(01) VALUE "N".
008100     88  FIM-CALEND               VALUE "S".
008200 77  WS-FIM-WORK-SW              PIC X(01) VALUE "N".
008300     88  FIM-WORK                 VALUE "S".
008400 77  WS-LOTE-ABERTO-SW           PIC X(01) VALUE "N".
008500     88  LOTE-ABERTO              VALUE "S".
008600 77  WS-ANO-GRAVADO-SW           PIC X(01) VALUE "N".
008700     88  ANO-GRAVADO              VALUE "S".
008800*-----------------------------------------------------------------
008900* THE YEAR TO BUILD, TYPED BY THE OPERATOR, AND ITS FIRST AND
009000* LAST DAYS AS INTEGER DAY NUMBERS.
009100*-----------------------------------------------------------------
009200 77  WS-ANO                      PIC 9(04) VALUE ZERO.
009300 77  WS-ANO-X REDEFINES WS-ANO   PIC X(04).
009400 77  WS-DATA-AUX                 PIC 9(08) VALUE ZERO.
009500 77  WS-DIA-INICIAL              PIC S9(09) VALUE ZERO.
009600 77  WS-DIA-FINAL                PIC S9(09) VALUE ZERO.
009700 77  WS-DIA-CORRENTE             PIC S9(09) VALUE ZERO.
009800 77  WS-DIA-FERIADO              PIC S9(09) VALUE ZERO.
009900 77  WS-DIAS-DESDE-1601          PIC S9(09) VALUE ZERO.
010000 77  WS-QUOCIENTE                PIC S9(09) VALUE ZERO.
010100 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO.
010200*-----------------------------------------------------------------
010300* THE YEAR BEING BUILT, ONE ENTRY PER DAY, AND THE LAST BUSINESS
010400* DAY SEEN IN EACH MONTH.
010500*-----------------------------------------------------------------
010600 01  WS-TABELA-ANO.
010700     05  WS-DIA-ANO OCCURS 366 TIMES.
010800         10  WS-TAB-DATA         PIC 9(08).
010900         10  WS-TAB-TIPO         PIC X(01).
011000         10  WS-TAB-FIM-MES      PIC X(01).
011100         10  WS-TAB-FIM-TRIM     PIC X(01).
011200         10  WS-TAB-DESCRICAO    PIC X(30).
011300 01  WS-TABELA-MESES.
011400     05  WS-ULTIMO-UTIL OCCURS 12 TIMES
011500                                 PIC 9(03) COMP.
011600 77  WS-QTD-DIAS                 PIC 9(03) VALUE ZERO COMP.
011700 77  WS-IND-DIA                  PIC 9(03) VALUE ZERO COMP.
011800 77  WS-IND-MES                  PIC 9(02) VALUE ZERO COMP.
011900*-----------------------------------------------------------------
012000* WEEKDAY NAMES, MONDAY FIRST - INTEGER DAY 1 (01/01/1601) WAS A
012100* MONDAY, SO (DAY - 1) REMAINDER 7 INDEXES THIS TABLE FROM ZERO.
012200*-----------------------------------------------------------------
012300 01  WS-NOMES-DIAS.
012400     05  FILLER                  PIC X(13) VALUE "SEGUNDA-FEIRA".
012500     05  FILLER                  PIC X(13) VALUE "TERCA-FEIRA".
012600     05  FILLER                  PIC X(13) VALUE "QUARTA-FEIRA".
012700     05  FILLER                  PIC X(13) VALUE "QUINTA-FEIRA".
012800     05  FILLER                  PIC X(13) VALUE "SEXTA-FEIRA".
012900     05  FILLER                  PIC X(13) VALUE "SABADO".
013000     05  FILLER                  PIC X(13) VALUE "DOMINGO".
013100 01  WS-TABELA-NOMES-DIAS REDEFINES WS-NOMES-DIAS.
013200     05  WS-NOME-DIA OCCURS 7 TIMES
013300                                 PIC X(13).
013400*-----------------------------------------------------------------
013500* CONTROL TOTALS.
013600*-----------------------------------------------------------------
013700 77  WS-TOTAL-UTEIS              PIC 9(03) VALUE ZERO.
013800 77  WS-TOTAL-FERIADOS           PIC 9(03) VALUE ZERO.
013900 77  WS-TOTAL-FERIADOS-FIM       PIC 9(03) VALUE ZERO.
014000 77  WS-TOTAL-REJEITADOS         PIC 9(03) VALUE ZERO.
014100 77  WS-TOTAL-MANTIDOS           PIC 9(07) VALUE ZERO.
014200 77  WS-TOTAL-SUBSTITUIDOS       PIC 9(03) VALUE ZERO.
014300*-----------------------------------------------------------------
014400* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
014500* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
014600* COUNT AND RETURN CODE TO.
014700*-----------------------------------------------------------------
014800     COPY RUNLOGP.
014900
015000 PROCEDURE DIVISION.
015100 0000-MAINLINE.
015200
015300     MOVE "INICIO" TO RL-EVENTO
015400     MOVE ZERO     TO RL-CONTAGEM
015500     MOVE ZERO     TO RL-CODIGO-RETORNO
015600     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
015700
015800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
015900
016000     IF LOTE-ABERTO
016100         PERFORM 2000-MONTAR-ANO THRU 2000-EXIT
016200         PERFORM 3000-GRAVAR-CALENDARIO THRU 3000-EXIT
016300         PERFORM 4000-REGRAVAR-CALENDARIO THRU 4000-EXIT
016400         PERFORM 5000-IMPRIMIR-TOTAIS THRU 5000-EXIT
016500     END-IF
016600
016700     MOVE "FIM"          TO RL-EVENTO
016800     MOVE WS-QTD-DIAS    TO RL-CONTAGEM
016900     MOVE RETURN-CODE    TO RL-CODIGO-RETORNO
017000     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
017100
017200     STOP RUN.
017300*-----------------------------------------------------------------
017400* 1000-INICIALIZAR
017500* ASKS FOR THE YEAR AND OPENS THE HOLIDAY LIST AND THE WORK
017600* FILE.  NOTHING IS TOUCHED WHEN EITHER FAILS.
017700*-----------------------------------------------------------------
017800 1000-INICIALIZAR.
017900
018000     DISPLAY "ANO DO CALENDARIO A GERAR (AAAA): "
018100     ACCEPT WS-ANO-X
018200     IF WS-ANO-X NOT NUMERIC OR WS-ANO < 1601
018300         DISPLAY "*** ANO INVALIDO - CALENDARIO NAO GERADO - "
018400             "RETURN-CODE 8 ***"
018500         MOVE 8 TO RETURN-CODE
018600     ELSE
018700         OPEN INPUT HOLIDAY-FILE
018800         IF WS-STATUS-FERIADOS NOT = "00"
018900             DISPLAY "*** ERRO AO ABRIR FERIADOS - FILE STATUS "
019000                 WS-STATUS-FERIADOS " - CALENDARIO NAO GERADO - "
019100                 "RETURN-CODE 8 ***"
019200             MOVE 8 TO RETURN-CODE
019300         ELSE
019400             OPEN OUTPUT WORK-FILE
019500             IF WS-STATUS-WORK NOT = "00"
019600                 DISPLAY "*** ERRO AO ABRIR CALWRK - FILE STATUS "
019700                     WS-STATUS-WORK " - CALENDARIO NAO GERADO - "
019800                     "RETURN-CODE 8 ***"
019900                 CLOSE HOLIDAY-FILE
020000                 MOVE 8 TO RETURN-CODE
020100             ELSE
020200                 MOVE "S" TO WS-LOTE-ABERTO-SW
020300             END-IF
020400         END-IF
020500     END-IF.
020600
020700 1000-EXIT.
020800     EXIT.
020900*-----------------------------------------------------------------
021000* 2000-MONTAR-ANO
021100* LAYS OUT EVERY DAY OF THE YEAR, MARKS THE HOLIDAYS FROM THE
021200* LIST AND THEN FLAGS THE MONTH-END AND QUARTER-END DAYS.
021300*-----------------------------------------------------------------
021400 2000-MONTAR-ANO.
021500
021600     COMPUTE WS-DATA-AUX = WS-ANO * 10000 + 0101
021700     COMPUTE WS-DIA-INICIAL =
021800         FUNCTION INTEGER-OF-DATE (WS-DATA-AUX)
021900     COMPUTE WS-DATA-AUX = WS-ANO * 10000 + 1231
022000     COMPUTE WS-DIA-FINAL =
022100         FUNCTION INTEGER-OF-DATE (WS-DATA-AUX)
022200
022300     MOVE ZERO TO WS-QTD-DIAS
022400     MOVE WS-DIA-INICIAL TO WS-DIA-CORRENTE
022500     PERFORM 2100-MONTAR-DIA THRU 2100-EXIT
022600         UNTIL WS-DIA-CORRENTE > WS-DIA-FINAL
022700
022800     PERFORM 2200-LER-FERIADO THRU 2200-EXIT
022900         UNTIL FIM-FERIADOS
023000     CLOSE HOLIDAY-FILE
023100
023200     MOVE 1 TO WS-IND-MES
023300     PERFORM 2300-LIMPAR-MES THRU 2300-EXIT
023400         UNTIL WS-IND-MES > 12
023500     MOVE 1 TO WS-IND-DIA
023600     PERFORM 2400-ACHAR-ULTIMO-UTIL THRU 2400-EXIT
023700         UNTIL WS-IND-DIA > WS-QTD-DIAS
023800     MOVE 1 TO WS-IND-MES
023900     PERFORM 2500-MARCAR-FIM-MES THRU 2500-EXIT
024000         UNTIL WS-IND-MES > 12
024100
024200     IF WS-TOTAL-FERIADOS = ZERO
024300         DISPLAY "*** NENHUM FERIADO DE " WS-ANO
024400             " EM FERIADOS - CALENDARIO GERADO SO COM OS FINS "
024500             "DE SEMANA - RETURN-CODE 4 ***"
024600         MOVE 4 TO RETURN-CODE
024700     END-IF.
024800
024900 2000-EXIT.
025000     EXIT.
025100*-----------------------------------------------------------------
025200* 2100-MONTAR-DIA
025300* ONE DAY OF THE YEAR - A WEEKEND DAY OR A BUSINESS DAY BY ITS
025400* WEEKDAY, DESCRIBED BY THE WEEKDAY NAME.
025500*-----------------------------------------------------------------
025600 2100-MONTAR-DIA.
025700
025800     ADD 1 TO WS-QTD-DIAS
025900     COMPUTE WS-TAB-DATA (WS-QTD-DIAS) =
026000         FUNCTION DATE-OF-INTEGER (WS-DIA-CORRENTE)
026100     COMPUTE WS-DIAS-DESDE-1601 = WS-DIA-CORRENTE - 1
026200     DIVIDE WS-DIAS-DESDE-1601 BY 7
026300         GIVING WS-QUOCIENTE REMAINDER WS-DIA-SEMANA
026400     IF WS-DIA-SEMANA > 4
026500         MOVE "S" TO WS-TAB-TIPO (WS-QTD-DIAS)
026600     ELSE
026700         MOVE "U" TO WS-TAB-TIPO (WS-QTD-DIAS)
026800     END-IF
026900     MOVE "N" TO WS-TAB-FIM-MES (WS-QTD-DIAS)
027000     MOVE "N" TO WS-TAB-FIM-TRIM (WS-QTD-DIAS)
027100     MOVE WS-NOME-DIA (WS-DIA-SEMANA + 1)
027200         TO WS-TAB-DESCRICAO (WS-QTD-DIAS)
027300
027400     ADD 1 TO WS-DIA-CORRENTE.
027500
027600 2100-EXIT.
027700     EXIT.
027800*-----------------------------------------------------------------
027900* 2200-LER-FERIADO
028000* ONE LINE OF THE HOLIDAY LIST.  ONLY THE YEAR BEING BUILT IS
028100* USED; A DATE THAT DOES NOT EXIST IS COUNTED AND SHOWN.  A
028200* HOLIDAY ON A WEEKEND IS STILL RECORDED AS THE HOLIDAY.
028300*-----------------------------------------------------------------
028400 2200-LER-FERIADO.
028500
028600     READ HOLIDAY-FILE
028700         AT END
028800             SET FIM-FERIADOS TO TRUE
028900         NOT AT END
029000             IF FR-DATA (1:4) = WS-ANO-X
029100                 MOVE ZERO TO WS-DIA-FERIADO
029200                 IF FR-DATA IS NUMERIC
029300                     MOVE FR-DATA TO WS-DATA-AUX
029400                     COMPUTE WS-DIA-FERIADO =
029500                         FUNCTION INTEGER-OF-DATE (WS-DATA-AUX)
029600                 END-IF
029700                 IF WS-DIA-FERIADO < WS-DIA-INICIAL OR
029800                    WS-DIA-FERIADO > WS-DIA-FINAL
029900                     DISPLAY "*** FERIADO REJEITADO - DATA "
030000                         "INVALIDA: " FR-DATA " ***"
030100                     ADD 1 TO WS-TOTAL-REJEITADOS
030200                 ELSE
030300                     COMPUTE WS-IND-DIA =
030400                         WS-DIA-FERIADO - WS-DIA-INICIAL + 1
030500                     IF WS-TAB-TIPO (WS-IND-DIA) = "S"
030600                         ADD 1 TO WS-TOTAL-FERIADOS-FIM
030700                     END-IF
030800                     MOVE "F" TO WS-TAB-TIPO (WS-IND-DIA)
030900                     MOVE FR-DESCRICAO
031000                         TO WS-TAB-DESCRICAO (WS-IND-DIA)
031100                     ADD 1 TO WS-TOTAL-FERIADOS
031200                 END-IF
031300             END-IF
031400     END-READ.
031500
031600 2200-EXIT.
031700     EXIT.
031800*-----------------------------------------------------------------
031900* 2300-LIMPAR-MES
032000*-----------------------------------------------------------------
032100 2300-LIMPAR-MES.
032200
032300     MOVE ZERO TO WS-ULTIMO-UTIL (WS-IND-MES)
032400     ADD 1 TO WS-IND-MES.
032500
032600 2300-EXIT.
032700     EXIT.
032800*-----------------------------------------------------------------
032900* 2400-ACHAR-ULTIMO-UTIL
033000* THE DAYS RUN IN DATE ORDER, SO THE LAST BUSINESS DAY OF A
033100* MONTH IS THE LAST ONE SEEN FOR IT.
033200*-----------------------------------------------------------------
033300 2400-ACHAR-ULTIMO-UTIL.
033400
033500     IF WS-TAB-TIPO (WS-IND-DIA) = "U"
033600         ADD 1 TO WS-TOTAL-UTEIS
033700         MOVE WS-TAB-DATA (WS-IND-DIA) (5:2) TO WS-IND-MES
033800         MOVE WS-IND-DIA TO WS-ULTIMO-UTIL (WS-IND-MES)
033900     END-IF
034000     ADD 1 TO WS-IND-DIA.
034100
034200 2400-EXIT.
034300     EXIT.
034400*-----------------------------------------------------------------
034500* 2500-MARCAR-FIM-MES
034600*-----------------------------------------------------------------
034700 2500-MARCAR-FIM-MES.
034800
034900     IF WS-ULTIMO-UTIL (WS-IND-MES) > ZERO
035000         MOVE WS-ULTIMO-UTIL (WS-IND-MES) TO WS-IND-DIA
035100         MOVE "S" TO WS-TAB-FIM-MES (WS-IND-DIA)
035200         IF WS-IND-MES = 3 OR WS-IND-MES = 6 OR
035300            WS-IND-MES = 9 OR WS-IND-MES = 12
035400             MOVE "S" TO WS-TAB-FIM-TRIM (WS-IND-DIA)
035500         END-IF
035600     END-IF
035700     ADD 1 TO WS-IND-MES.
035800
035900 2500-EXIT.
036000     EXIT.
036100*-----------------------------------------------------------------
036200* 3000-GRAVAR-CALENDARIO
036300* PUTS THE NEW CALENDAR TOGETHER ON THE WORK FILE - THE EARLIER
036400* YEARS FROM THE OLD CALENDAR, THE NEW YEAR, THEN THE LATER
036500* YEARS.  NO CALENDAR YET (STATUS 35) IS A FIRST BUILD; ANY
036600* OTHER OPEN ERROR CANCELS THE RUN BEFORE CALEND IS REWRITTEN.
036700*-----------------------------------------------------------------
036800 3000-GRAVAR-CALENDARIO.
036900
037000     OPEN INPUT CALENDAR-FILE
037100     EVALUATE WS-STATUS-CALEND
037200         WHEN "00"
037300             PERFORM 3100-COPIAR-DIA-ANTIGO THRU 3100-EXIT
037400                 UNTIL FIM-CALEND
037500             CLOSE CALENDAR-FILE
037600         WHEN "35"
037700             DISPLAY "CALEND AINDA NAO EXISTE - SERA CRIADO"
037800         WHEN OTHER
037900             DISPLAY "*** ERRO AO ABRIR CALEND - FILE STATUS "
038000                 WS-STATUS-CALEND " - CALENDARIO NAO GERADO - "
038100                 "RETURN-CODE 8 ***"
038200             MOVE "N" TO WS-LOTE-ABERTO-SW
038300             MOVE 8 TO RETURN-CODE
038400     END-EVALUATE
038500
038600     IF LOTE-ABERTO AND NOT ANO-GRAVADO
038700         PERFORM 3200-GRAVAR-ANO THRU 3200-EXIT
038800     END-IF
038900     CLOSE WORK-FILE.
039000
039100 3000-EXIT.
039200     EXIT.
039300*-----------------------------------------------------------------
039400* 3100-COPIAR-DIA-ANTIGO
039500* ONE LINE OF THE OLD CALENDAR.  ITS OWN YEAR'S LINES ARE
039600* DROPPED - THE NEW YEAR REPLACES THEM - AND THE NEW YEAR GOES
039700* IN AHEAD OF THE FIRST LATER LINE.
039800*-----------------------------------------------------------------
039900 3100-COPIAR-DIA-ANTIGO.
040000
040100     READ CALENDAR-FILE
040200         AT END
040300             SET FIM-CALEND TO TRUE
040400         NOT AT END
040500             EVALUATE TRUE
040600                 WHEN CL-DATA (1:4) = WS-ANO-X
040700                     ADD 1 TO WS-TOTAL-SUBSTITUIDOS
040800                 WHEN CL-DATA (1:4) > WS-ANO-X
040900                     IF NOT ANO-GRAVADO
041000                         PERFORM 3200-GRAVAR-ANO THRU 3200-EXIT
041100                     END-IF
041200                     WRITE WORK-RECORD FROM CALENDAR-RECORD
041300                     ADD 1 TO WS-TOTAL-MANTIDOS
041400                 WHEN OTHER
041500                     WRITE WORK-RECORD FROM CALENDAR-RECORD
041600                     ADD 1 TO WS-TOTAL-MANTIDOS
041700             END-EVALUATE
041800     END-READ.
041900
042000 3100-EXIT.
042100     EXIT.
042200*-----------------------------------------------------------------
042300* 3200-GRAVAR-ANO
042400*-----------------------------------------------------------------
042500 3200-GRAVAR-ANO.
042600
042700     MOVE 1 TO WS-IND-DIA
042800     PERFORM 3210-GRAVAR-DIA THRU 3210-EXIT
042900         UNTIL WS-IND-DIA > WS-QTD-DIAS
043000     MOVE "S" TO WS-ANO-GRAVADO-SW.
043100
043200 3200-EXIT.
043300     EXIT.
043400*-----------------------------------------------------------------
043500* 3210-GRAVAR-DIA
043600*-----------------------------------------------------------------
043700 3210-GRAVAR-DIA.
043800
043900     MOVE SPACES                       TO WORK-RECORD
044000     MOVE WS-TAB-DATA (WS-IND-DIA)     TO CW-DATA
044100     MOVE WS-TAB-TIPO (WS-IND-DIA)     TO CW-TIPO-DIA
044200     MOVE WS-TAB-FIM-MES (WS-IND-DIA)  TO CW-FIM-MES
044300     MOVE WS-TAB-FIM-TRIM (WS-IND-DIA) TO CW-FIM-TRIMESTRE
044400     MOVE WS-TAB-DESCRICAO (WS-IND-DIA) TO CW-DESCRICAO
044500     WRITE WORK-RECORD
044600     ADD 1 TO WS-IND-DIA.
044700
044800 3210-EXIT.
044900     EXIT.
045000*-----------------------------------------------------------------
045100* 4000-REGRAVAR-CALENDARIO
045200* COPIES THE WORK FILE OVER CALEND.  THE WORK FILE IS REOPENED
045300* AND PROVED READABLE BEFORE CALEND IS TRUNCATED, SO A FAILURE
045400* LEAVES THE OLD CALENDAR AS IT WAS.
045500*-----------------------------------------------------------------
045600 4000-REGRAVAR-CALENDARIO.
045700
045800     IF LOTE-ABERTO
045900         OPEN INPUT WORK-FILE
046000         IF WS-STATUS-WORK NOT = "00"
046100             DISPLAY "*** ERRO AO REABRIR CALWRK - FILE STATUS "
046200                 WS-STATUS-WORK " - CALEND PRESERVADO - "
046300                 "RETURN-CODE 8 ***"
046400             MOVE 8 TO RETURN-CODE
046500         ELSE
046600             OPEN OUTPUT CALENDAR-FILE
046700             IF WS-STATUS-CALEND NOT = "00"
046800                 DISPLAY "*** ERRO AO REGRAVAR CALEND - FILE "
046900                     "STATUS " WS-STATUS-CALEND
047000                     " - RETURN-CODE 8 ***"
047100                 MOVE 8 TO RETURN-CODE
047200             ELSE
047300                 PERFORM 4100-COPIAR-DIA THRU 4100-EXIT
047400                     UNTIL FIM-WORK
047500                 CLOSE CALENDAR-FILE
047600             END-IF
047700             CLOSE WORK-FILE
047800         END-IF
047900     END-IF.
048000
048100 4000-EXIT.
048200     EXIT.
048300*-----------------------------------------------------------------
048400* 4100-COPIAR-DIA
048500*-----------------------------------------------------------------
048600 4100-COPIAR-DIA.
048700
048800     READ WORK-FILE
048900         AT END SET FIM-WORK TO TRUE
049000         NOT AT END
049100             WRITE CALENDAR-RECORD FROM WORK-RECORD
049200     END-READ.
049300
049400 4100-EXIT.
049500     EXIT.
049600*-----------------------------------------------------------------
049700* 5000-IMPRIMIR-TOTAIS
049800*-----------------------------------------------------------------
049900 5000-IMPRIMIR-TOTAIS.
050000
050100     DISPLAY "CALENDARIO " WS-ANO " - " WS-QTD-DIAS " DIAS, "
050200         WS-TOTAL-UTEIS " UTEIS, " WS-TOTAL-FERIADOS
050300         " FERIADOS (" WS-TOTAL-FERIADOS-FIM
050400         " EM FIM DE SEMANA)"
050500     DISPLAY "FERIADOS REJEITADOS: " WS-TOTAL-REJEITADOS
050600     DISPLAY "DIAS SUBSTITUIDOS: " WS-TOTAL-SUBSTITUIDOS
050700         " - DIAS DE OUTROS ANOS MANTIDOS: " WS-TOTAL-MANTIDOS.
050800
050900 5000-EXIT.
051000     EXIT.
051100*-----------------------------------------------------------------
051200* 6000-REGISTRAR-EXECUCAO
051300* HANDS THE EVENT STAGED IN RUNLOG-PARAMETROS TO RUNLOGW.
051400*-----------------------------------------------------------------
051500 6000-REGISTRAR-EXECUCAO.
051600
051700     MOVE "CALGERA" TO RL-JOB-ID
051800     CALL "RUNLOGW" USING RUNLOG-PARAMETROS.
051900
052000 6000-EXIT.
052100     EXIT.
052200 END PROGRAM CALGERA.
