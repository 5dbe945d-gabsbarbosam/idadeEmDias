001600*              STARTED LEAVES NO PRINT FILE TO LOOK AT, BUT IT
001700*              DOES LEAVE A HOLE HERE.  JOBS LOGGED OUTSIDE THE
001800*              SCHEDULED GRID ARE LISTED IN THEIR OWN SECTION.
001810*              THE BUSINESS CALENDAR (CALDIA) SAYS WHETHER THE
001820*              NIGHT CLOSED A MONTH, SO THE MONTH-END JOBS ARE
001830*              ONLY EXPECTED ON A MONTH-END MORNING.
001900* TECTONICS:   cobc
002000*-----------------------------------------------------------------
002100* MODIFICATION HISTORY
002300* DATE       INIT  DESCRIPTION
002400* 03/09/2026  GB   ORIGINAL VERSION.
002410* 03/09/2026  GB   ADDED THE NEW PERSWEEP RE-AGE SWEEP TO THE
002413*                  SCHEDULED GRID, BETWEEN THE HR APPLY AND THE
002416*                  BATCH REPORT RUN.
002419* 03/09/2026  GB   THE SCHEDULED GRID NOW HOLDS ONLY THE NIGHTLY
002422*                  CYCLE JOBS.  THE PERIODIC UTILITIES (PERSRECN,
002425*                  PERSUNLD, PERSDUPE) REPORT THROUGH THE
002428*                  OUT-OF-GRID SECTION ON THE DAYS THEY RUN -
002431*                  STARRING THEM AS NOT-RUN EVERY ORDINARY
002434*                  MORNING WOULD TRAIN THE READER TO IGNORE THE
002437*                  ONE FLAG THAT MATTERS.
002440* 15/10/2026  GB   ADDED THE NIGHTLY BENEFELG BENEFIT ELIGIBILITY
002443*                  RUN TO THE SCHEDULED GRID, AFTER THE BATCH
002446*                  REPORT RUNS.
002449* 15/10/2026  GB   ADDED THE NIGHTLY OPERRPT SIGN-ON SECURITY
002452*                  REPORT TO THE SCHEDULED GRID, AFTER BENEFELG.
002455* 15/10/2026  GB   ADDED THE NIGHTLY AGERECN DOWNSTREAM
002458*                  ACKNOWLEDGMENT RECONCILIATION TO THE GRID,
002461*                  AHEAD OF THE BATCH REPORT RUN THAT REWRITES
002464*                  THE FEEDS IT RECONCILES.
002467* 15/10/2026  GB   ADDED THE NIGHTLY AGESALV EXTRACT SAVE TO THE
002470*                  GRID AFTER AGERECN, AHEAD OF THE BATCH RUN
002473*                  THAT COMPARES AGAINST THE COPY IT SAVES, AND
002476*                  THE NIGHTLY GENLIMP GENERATION HOUSEKEEPING
002479*                  AT THE END OF THE CYCLE.
002480* 15/10/2026  GB   THE GRID NOW CARRIES WHEN EACH JOB IS DUE AND
002481*                  THE BUSINESS CALENDAR (CALDIA) SAYS WHETHER THE
002482*                  NIGHT CLOSED A MONTH.  ADDED THE CALCHK STEP,
002483*                  THE IDADEFUL FULL REFRESH AND PERSRECN; THEY
002484*                  AND AUDITRET ARE EXPECTED ONLY ON MONTH-END
002485*                  MORNINGS, THE IDADELOT DELTA ON ALL OTHERS AND
002486*                  ON A NIGHT THE CALENDAR CANNOT PLACE.
002487* 15/10/2026  GB   ADDED THE MONTH-END PERSESTA POPULATION
002488*                  STATISTICS AND PERSTEND TREND REPORT TO THE
002489*                  GRID, AFTER PERSRECN.
002490* 15/10/2026  GB   ADDED THE MONTH-END DEPVENC DEPENDENT AGE-OUT
002491*                  REPORT TO THE GRID, AFTER PERSTEND.
002492* 15/10/2026  GB   ADDED THE NIGHTLY ELEGSALV SAVE OF THE PRIOR
002493*                  ELIGIBILITY FILE TO THE GRID, AHEAD OF
002494*                  BENEFELG.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CYCLRPT.
007400 77  WS-DATA-ENTRADA-LOG         PIC 9(08) VALUE ZERO.
007500*-----------------------------------------------------------------
007600* THE SCHEDULED GRID - THE NIGHTLY CYCLE'S JOBS IN THE ORDER
007700* THE SCHEDULER RUNS THEM, EACH WITH WHEN IT IS DUE: D EVERY
007710* NIGHT, M ONLY ON A MONTH-END NIGHT, C ON ANY OTHER NIGHT,
007720* KNOWN OR NOT (THE DELTA EXTRACT THE MONTH-END FULL REFRESH
007730* STANDS IN FOR).  A ROW NOT DUE TONIGHT THAT DID NOT RUN IS
007740* LEFT OFF THE REPORT; THE AD-HOC UTILITIES STAY OUT OF THE
007750* GRID.  JOBS LOGGED OUTSIDE THE GRID ARE TAKEN INTO THE SAME
007800* TABLE PAST THE GRID ROWS, SO NOTHING IN THE LOG GOES
007900* UNREPORTED.
008000*-----------------------------------------------------------------
008100 01  WS-GRADE-JOBS.
008110     05  FILLER                  PIC X(08) VALUE "CALCHK".
008120     05  FILLER                  PIC X(01) VALUE "D".
008200     05  FILLER                  PIC X(08) VALUE "PERSEDIT".
008210     05  FILLER                  PIC X(01) VALUE "D".
008300     05  FILLER                  PIC X(08) VALUE "PERSUPDT".
008310     05  FILLER                  PIC X(01) VALUE "D".
008350     05  FILLER                  PIC X(08) VALUE "PERSWEEP".
008360     05  FILLER                  PIC X(01) VALUE "D".
008370     05  FILLER                  PIC X(08) VALUE "AGERECN".
008375     05  FILLER                  PIC X(01) VALUE "D".
008380     05  FILLER                  PIC X(08) VALUE "AGESALV".
008385     05  FILLER                  PIC X(01) VALUE "D".
008400     05  FILLER                  PIC X(08) VALUE "IDADELOT".
008410     05  FILLER                  PIC X(01) VALUE "C".
008420     05  FILLER                  PIC X(08) VALUE "IDADEFUL".
008430     05  FILLER                  PIC X(01) VALUE "M".
008500     05  FILLER                  PIC X(08) VALUE "IDADEREC".
008510     05  FILLER                  PIC X(01) VALUE "D".
008600     05  FILLER                  PIC X(08) VALUE "IDADEMRC".
008610     05  FILLER                  PIC X(01) VALUE "D".
008650     05  FILLER                  PIC X(08) VALUE "ELEGSALV".
008660     05  FILLER                  PIC X(01) VALUE "D".
008700     05  FILLER                  PIC X(08) VALUE "BENEFELG".
008710     05  FILLER                  PIC X(01) VALUE "D".
008800     05  FILLER                  PIC X(08) VALUE "OPERRPT".
008810     05  FILLER                  PIC X(01) VALUE "D".
008850     05  FILLER                  PIC X(08) VALUE "PERSRECN".
008860     05  FILLER                  PIC X(01) VALUE "M".
008870     05  FILLER                  PIC X(08) VALUE "PERSESTA".
008875     05  FILLER                  PIC X(01) VALUE "M".
008880     05  FILLER                  PIC X(08) VALUE "PERSTEND".
008885     05  FILLER                  PIC X(01) VALUE "M".
008890     05  FILLER                  PIC X(08) VALUE "DEPVENC".
008895     05  FILLER                  PIC X(01) VALUE "M".
008900     05  FILLER                  PIC X(08) VALUE "AUDITRET".
008910     05  FILLER                  PIC X(01) VALUE "M".
008950     05  FILLER                  PIC X(08) VALUE "GENLIMP".
008960     05  FILLER                  PIC X(01) VALUE "D".
009000 01  WS-GRADE-JOBS-R REDEFINES WS-GRADE-JOBS.
009100     05  WS-GRADE-ITEM           OCCURS 19 TIMES.
009110         10  WS-JOB-DA-GRADE     PIC X(08).
009120         10  WS-FREQ-DA-GRADE    PIC X(01).
009200 77  WS-QTD-GRADE                PIC 9(02) VALUE 19 COMP.
009300 01  WS-TABELA-CICLO.
009400     05  WS-CICLO-ITEM           OCCURS 30 TIMES.
009500         10  WS-CIC-JOB          PIC X(08).
009550         10  WS-CIC-FREQ         PIC X(01).
009600         10  WS-CIC-INICIOS      PIC 9(03).
009700         10  WS-CIC-FINS         PIC 9(03).
009800         10  WS-CIC-ULT-RC       PIC 9(02).
010600 77  WS-TOTAL-LIDAS              PIC 9(07) VALUE ZERO.
010700 77  WS-TOTAL-DO-DIA             PIC 9(07) VALUE ZERO.
010800 77  WS-TOTAL-PROBLEMAS          PIC 9(07) VALUE ZERO.
010810 77  WS-TOTAL-NAO-DEVIDOS        PIC 9(07) VALUE ZERO.
010820 77  WS-JOB-DEVIDO-SW            PIC X(01) VALUE "S".
010830     88  JOB-DEVIDO               VALUE "S".
010840*-----------------------------------------------------------------
010850* THE KIND OF NIGHT THAT LED INTO THE CYCLE DATE, FROM THE
010860* BUSINESS CALENDAR - M MONTH-END, T QUARTER-END, N ORDINARY,
010870* E NOT KNOWN (NO CALENDAR, OR THE DATE IS OFF IT).
010880*-----------------------------------------------------------------
010890 77  WS-NOITE-CICLO              PIC X(01) VALUE "E".
010891     88  NOITE-FIM-MES            VALUES "M" "T".
010892     88  NOITE-FIM-TRIMESTRE      VALUE "T".
010893     88  NOITE-NORMAL             VALUE "N".
010894     88  NOITE-DESCONHECIDA       VALUE "E".
010895 77  WS-DATA-UTIL-CICLO          PIC 9(08) VALUE ZERO.
010896*-----------------------------------------------------------------
010897* PARAMETER AREA FOR THE CALDIA SUBPROGRAM - THE BUSINESS
010898* CALENDAR.
010899*-----------------------------------------------------------------
010932     COPY CALDIAP.
010965*-----------------------------------------------------------------
011000* REPORT PAGE CONTROL, SCRATCH LINE AND EDITED FIELDS.
011100*-----------------------------------------------------------------
011200 77  WS-MAX-LINHAS-PAGINA        PIC 9(02) VALUE 20.
016900         MOVE WS-DATA-HOJE TO WS-DATA-CICLO
017000     END-IF
017100
017110     PERFORM 1200-CONSULTAR-CALENDARIO THRU 1200-EXIT
017120
017200     MOVE ZERO TO WS-QTD-CICLO
017300     MOVE 1 TO WS-IND-CICLO
017400     PERFORM 1100-SEMEAR-GRADE THRU 1100-EXIT
020300     ADD 1 TO WS-QTD-CICLO
020400     MOVE WS-JOB-DA-GRADE (WS-IND-CICLO)
020500         TO WS-CIC-JOB (WS-QTD-CICLO)
020550     MOVE WS-FREQ-DA-GRADE (WS-IND-CICLO)
020560         TO WS-CIC-FREQ (WS-QTD-CICLO)
020600     MOVE ZERO   TO WS-CIC-INICIOS (WS-QTD-CICLO)
020700     MOVE ZERO   TO WS-CIC-FINS (WS-QTD-CICLO)
020800     MOVE ZERO   TO WS-CIC-ULT-RC (WS-QTD-CICLO)
021200
021300 1100-EXIT.
021400     EXIT.
021410*-----------------------------------------------------------------
021420* 1200-CONSULTAR-CALENDARIO
021430* ASKS THE BUSINESS CALENDAR WHETHER THE NIGHT INTO THE CYCLE
021440* DATE CLOSED A MONTH.  WITHOUT AN ANSWER THE NIGHT IS LEFT
021450* UNKNOWN AND ONLY THE EVERY-NIGHT JOBS ARE EXPECTED.
021460*-----------------------------------------------------------------
021470 1200-CONSULTAR-CALENDARIO.
021480
021490     MOVE WS-DATA-CICLO TO CD-DATA
021500     CALL "CALDIA" USING CALDIA-PARAMETROS
021510     IF CD-OK
021520         MOVE CD-NOITE TO WS-NOITE-CICLO
021530         MOVE CD-DATA-UTIL-ANTERIOR TO WS-DATA-UTIL-CICLO
021540     ELSE
021550         MOVE "E" TO WS-NOITE-CICLO
021560         DISPLAY "*** CALENDARIO INDISPONIVEL OU DATA FORA DELE "
021570             "- CD-RETORNO " CD-RETORNO " - SO OS JOBS DIARIOS "
021580             "SERAO ESPERADOS ***"
021590     END-IF.
021591
021592 1200-EXIT.
021594     EXIT.
021596*-----------------------------------------------------------------
021600* 2000-ACUMULAR-ENTRADA
021700* FOLDS ONE LOG ENTRY INTO THE CYCLE TABLE - ONLY ENTRIES
021800* STAMPED ON THE CYCLE DATE COUNT - AND READS THE NEXT AHEAD.
027100             ADD 1 TO WS-QTD-CICLO
027200             MOVE WS-QTD-CICLO TO WS-IND-CICLO
027300             MOVE RLG-JOB-ID TO WS-CIC-JOB (WS-IND-CICLO)
027350             MOVE "D"    TO WS-CIC-FREQ (WS-IND-CICLO)
027400             MOVE ZERO   TO WS-CIC-INICIOS (WS-IND-CICLO)
027500             MOVE ZERO   TO WS-CIC-FINS (WS-IND-CICLO)
027600             MOVE ZERO   TO WS-CIC-ULT-RC (WS-IND-CICLO)
031600 3000-IMPRIMIR-CICLO.
031700
031800     PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
031810     PERFORM 3150-IMPRIMIR-NOITE THRU 3150-EXIT
031900
032000     MOVE 1 TO WS-IND-CICLO
032100     PERFORM 3200-IMPRIMIR-JOB THRU 3200-EXIT
033500     MOVE "JOBS COM PROBLEMA" TO WS-ROTULO-TOTAL
033600     MOVE WS-TOTAL-PROBLEMAS TO WS-TOTAL-EDITADO
033700     PERFORM 3300-GRAVAR-TOTAL THRU 3300-EXIT
033710
033720     MOVE "JOBS NAO DEVIDOS NA NOITE" TO WS-ROTULO-TOTAL
033730     MOVE WS-TOTAL-NAO-DEVIDOS TO WS-TOTAL-EDITADO
033740     PERFORM 3300-GRAVAR-TOTAL THRU 3300-EXIT
033800
033900     IF WS-TOTAL-ESTOURO > ZERO
034000         MOVE "FORA DA TABELA DE JOBS" TO WS-ROTULO-TOTAL
037600
037700 3100-EXIT.
037800     EXIT.
037810*-----------------------------------------------------------------
037820* 3150-IMPRIMIR-NOITE
037830* SAYS WHAT KIND OF NIGHT THE CALENDAR MADE OF THE CYCLE, SO THE
037840* READER KNOWS WHICH JOBS WERE DUE.
037850*-----------------------------------------------------------------
037860 3150-IMPRIMIR-NOITE.
037870
037880     MOVE SPACES TO WS-LINHA-RELATORIO
037890     EVALUATE TRUE
037900         WHEN NOITE-FIM-TRIMESTRE
037910             STRING "NOITE DE FIM DE TRIMESTRE - DIA UTIL "
037920                 WS-DATA-UTIL-CICLO
037930                 DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
037940             END-STRING
037950         WHEN NOITE-FIM-MES
037960             STRING "NOITE DE FIM DE MES - DIA UTIL "
037970                 WS-DATA-UTIL-CICLO
037980                 DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
037990             END-STRING
038000         WHEN NOITE-NORMAL
038010             STRING "NOITE NORMAL - DIA UTIL "
038020                 WS-DATA-UTIL-CICLO
038030                 DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
038040             END-STRING
038050         WHEN OTHER
038060             STRING "*** CALENDARIO INDISPONIVEL - JOBS DE FIM "
038065                 "DE MES NAO ESPERADOS ***"
038070                 DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
038075             END-STRING
038080     END-EVALUATE
038090     WRITE CYCLE-REPORT-RECORD FROM WS-LINHA-RELATORIO
038100
038110     MOVE SPACES TO WS-LINHA-RELATORIO
038120     WRITE CYCLE-REPORT-RECORD FROM WS-LINHA-RELATORIO
038130     ADD 2 TO WS-CONTADOR-LINHAS.
038140
038150 3150-EXIT.
038160     EXIT.
038170*-----------------------------------------------------------------
038180* 3200-IMPRIMIR-JOB
038190* PRINTS ONE JOB ROW WITH ITS OUTCOME.  THE FIRST ROW PAST THE
038200* SCHEDULED GRID OPENS THE OUT-OF-GRID SECTION.  A ROW NOT DUE
038210* TONIGHT THAT NEVER RAN IS COUNTED AND LEFT OFF; ONE THAT RAN
038220* ANYWAY IS PRINTED LIKE ANY OTHER.
038400*-----------------------------------------------------------------
038500 3200-IMPRIMIR-JOB.
038600
039400         WRITE CYCLE-REPORT-RECORD FROM WS-LINHA-RELATORIO
039500         ADD 1 TO WS-CONTADOR-LINHAS
039600     END-IF
039610
039620     PERFORM 3210-VERIFICAR-DEVIDO THRU 3210-EXIT
039630     IF JOB-DEVIDO OR
039640        WS-CIC-INICIOS (WS-IND-CICLO) > ZERO OR
039650        WS-CIC-FINS (WS-IND-CICLO) > ZERO
039660         PERFORM 3220-IMPRIMIR-LINHA-JOB THRU 3220-EXIT
039670     ELSE
039680         ADD 1 TO WS-TOTAL-NAO-DEVIDOS
039690     END-IF
039691
039692     ADD 1 TO WS-IND-CICLO.
039693
039694 3200-EXIT.
039695     EXIT.
039696*-----------------------------------------------------------------
039697* 3210-VERIFICAR-DEVIDO
039698* WHETHER THE ROW'S JOB WAS DUE ON THIS NIGHT.  A NIGHT THE
039699* CALENDAR COULD NOT PLACE HOLDS BACK ONLY THE MONTH-END JOBS.
039700*-----------------------------------------------------------------
039701 3210-VERIFICAR-DEVIDO.
039702
039703     MOVE "N" TO WS-JOB-DEVIDO-SW
039704     EVALUATE WS-CIC-FREQ (WS-IND-CICLO)
039705         WHEN "M"
039706             IF NOITE-FIM-MES
039707                 MOVE "S" TO WS-JOB-DEVIDO-SW
039708             END-IF
039709         WHEN "C"
039710             IF NOITE-NORMAL OR NOITE-DESCONHECIDA
039711                 MOVE "S" TO WS-JOB-DEVIDO-SW
039712             END-IF
039713         WHEN OTHER
039714             MOVE "S" TO WS-JOB-DEVIDO-SW
039715     END-EVALUATE.
039716
039717 3210-EXIT.
039718     EXIT.
039719*-----------------------------------------------------------------
039720* 3220-IMPRIMIR-LINHA-JOB
039721* THE ROW ITSELF.  ANYTHING THAT IS NOT A SINGLE CLEAN RUN IS
039722* STARRED AND COUNTED.
039723*-----------------------------------------------------------------
039724 3220-IMPRIMIR-LINHA-JOB.
039725
039800     EVALUATE TRUE
039900         WHEN WS-CIC-INICIOS (WS-IND-CICLO) = ZERO AND
040000              WS-CIC-FINS (WS-IND-CICLO) = ZERO
044000         INTO WS-LINHA-RELATORIO
044100     END-STRING
044200     WRITE CYCLE-REPORT-RECORD FROM WS-LINHA-RELATORIO
044300     ADD 1 TO WS-CONTADOR-LINHAS.
044600
044700 3220-EXIT.
044800     EXIT.
044900*-----------------------------------------------------------------
045000* 3300-GRAVAR-TOTAL
