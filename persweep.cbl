002900*-----------------------------------------------------------------
003000* DATE       INIT  DESCRIPTION
003100* 03/09/2026  GB   ORIGINAL VERSION.
003110* 15/10/2026  GB   THE MASTER SELECT NOW NAMES THE ALTERNATE KEY
003120*                  ON THE CPF ADDED TO PERSONREC.
003130* 15/10/2026  GB   WITH NO RUNPARM AS-OF DATE THE SWEEP NOW TAKES
003140*                  THE LAST BUSINESS DAY BEFORE TODAY FROM THE
003150*                  BUSINESS CALENDAR (CALDIA).
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. PERSWEEP.
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PR-ID
004566         ALTERNATE RECORD KEY IS PR-NOME WITH DUPLICATES
004632         ALTERNATE RECORD KEY IS PR-CPF WITH DUPLICATES
004700         FILE STATUS IS WS-STATUS-MASTER.
004800     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNPARM"
004900         ORGANIZATION IS LINE SEQUENTIAL
011800* RUN WOULD COMPUTE.
011900*-----------------------------------------------------------------
012000     COPY AGECALCP.
012010*-----------------------------------------------------------------
012020* PARAMETER AREA FOR THE CALDIA SUBPROGRAM - THE BUSINESS
012030* CALENDAR THE AS-OF DATE COMES FROM WHEN RUNPARM GIVES NONE.
012040*-----------------------------------------------------------------
012050     COPY CALDIAP.
012100*-----------------------------------------------------------------
012200* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
012300* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
020100* 1100-LER-PARAMETROS
020200* READS THE RUNPARM AS-OF DATE, EXACTLY AS THE BATCH REPORT RUN
020300* DOES - A MISSING FILE OR A BLANK/NON-NUMERIC DATE FALLS BACK
020400* TO THE LAST BUSINESS DAY BEFORE TODAY FROM THE BUSINESS
020410* CALENDAR (OR, WITHOUT ONE, TO THE CURRENT DATE), SO THE
020500* ORDINARY NIGHTLY SWEEP NEEDS NO PARAMETER FILE AT ALL.
020600*-----------------------------------------------------------------
020700 1100-LER-PARAMETROS.
020800
021900         END-READ
022000         CLOSE RUN-CONTROL-FILE
022100     ELSE
022200         DISPLAY "*** RUNPARM AUSENTE - USANDO O CALENDARIO ***"
022300     END-IF
022310     IF WS-DATA-BASE = ZERO
022320         PERFORM 1110-DATA-DO-CALENDARIO THRU 1110-EXIT
022330     END-IF.
022400
022500 1100-EXIT.
022600     EXIT.
022601*-----------------------------------------------------------------
022604* 1110-DATA-DO-CALENDARIO
022607* NO AS-OF DATE ON RUNPARM - THE SWEEP RUNS IN THE SMALL HOURS
022610* FOR THE LAST BUSINESS DAY BEFORE TODAY, TAKEN FROM THE
022613* BUSINESS CALENDAR.  WITHOUT A CALENDAR (OR WITH TODAY OFF IT)
022616* THE SWEEP GOES ON AGAINST THE CURRENT DATE.
022619*-----------------------------------------------------------------
022622 1110-DATA-DO-CALENDARIO.
022625
022628     MOVE ZERO TO CD-DATA
022631     CALL "CALDIA" USING CALDIA-PARAMETROS
022634     IF CD-OK
022637         MOVE CD-DATA-UTIL-ANTERIOR TO WS-DATA-BASE
022640         DISPLAY "DATA-BASE DO CALENDARIO (ULTIMO DIA UTIL): "
022643             WS-DATA-BASE
022646     ELSE
022649         DISPLAY "*** CALENDARIO INDISPONIVEL - USANDO A DATA "
022652             "ATUAL ***"
022655     END-IF.
022658
022661 1110-EXIT.
022664     EXIT.
022700*-----------------------------------------------------------------
022800* 2000-VARRER-REGISTRO
022900* RE-AGES THE RECORD IN HAND.  THE STALENESS OF THE OLD
