000100******************************************************************
000200* PROGRAM:     CALCHK
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     FIRST STEP OF THE NIGHTLY CYCLE.  ASKS THE
000800*              BUSINESS CALENDAR (THROUGH CALDIA) WHETHER
000900*              TONIGHT CLOSES A MONTH AND TELLS THE SCHEDULER BY
001000*              RETURN CODE, SO THE MONTH-END JOBS (PERSRECN,
001100*              AUDITRET AND THE FULL-REFRESH AGE EXTRACT,
001200*              IDADEFUL) ARE RELEASED ONLY ON A MONTH-END NIGHT
001300*              AND THE NIGHTLY DELTA EXTRACT (IDADELOT) ONLY ON
001400*              THE OTHER NIGHTS:
001500*                RETURN-CODE 0 - AN ORDINARY NIGHT.
001600*                RETURN-CODE 4 - A MONTH-END NIGHT (A QUARTER-END
001700*                                NIGHT IS ALSO SHOWN AS SUCH).
001800*                RETURN-CODE 8 - NO CALENDAR, OR THE DATE IS NOT
001900*                                ON IT - HOLD THE MONTH-END JOBS
002000*                                AND BUILD THE YEAR WITH CALGERA.
002100*              WITH AN AS-OF DATE ON RUNPARM (A RERUN) THAT
002200*              BUSINESS DAY DECIDES: THE NIGHT IS A MONTH-END
002300*              NIGHT WHEN IT IS THE MONTH'S LAST BUSINESS DAY.
002400*              OTHERWISE THE CYCLE IS FOR THE LAST BUSINESS DAY
002500*              BEFORE TODAY, AND THE NIGHT CLOSES THE MONTH ONLY
002600*              WHEN THAT DAY IS THE MONTH'S LAST AND IS
002700*              YESTERDAY.  THE RUN LOG RECORDS A MONTH-END NIGHT
002800*              AS A COUNT OF 1 WITH RETURN-CODE 0, SO CYCLRPT
002900*              DOES NOT TAKE THE SIGNAL FOR A FAILURE.
003000* TECTONICS:   cobc
003100*-----------------------------------------------------------------
003200* MODIFICATION HISTORY
003300*-----------------------------------------------------------------
003400* DATE       INIT  DESCRIPTION
003500* 15/10/2026  GB   ORIGINAL VERSION.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. CALCHK.
003900 AUTHOR. GABRIELA BARBOSA.
004000 INSTALLATION. DATA PROCESSING CENTER.
004100 DATE-WRITTEN. 15/10/2026.
004200 DATE-COMPILED.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNPARM"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-STATUS-RUNPARM.
004900 DATA DIVISION.
005000 FILE SECTION.
005100*-----------------------------------------------------------------
005200* RUN-CONTROL-FILE - THE SAME RUNPARM RECORD THE BATCH REPORT
005300* RUN READS.  ONLY THE AS-OF DATE MATTERS HERE; THE OTHER
005400* PARAMETERS BELONG TO THE REPORT RUN AND ARE IGNORED.
005500*-----------------------------------------------------------------
005600 FD  RUN-CONTROL-FILE.
005700 01  RUN-CONTROL-RECORD.
005800     05  RC-DATA-BASE            PIC X(08).
005900     05  RC-INTERVALO-CHECKPOINT PIC X(05).
006000     05  RC-MAX-LINHAS-PAGINA    PIC X(02).
006100 WORKING-STORAGE SECTION.
006200 77  WS-STATUS-RUNPARM           PIC X(02) VALUE SPACES.
006300*-----------------------------------------------------------------
006400* THE RUNPARM AS-OF DATE (ZERO = NONE) AND THE ANSWER - N FOR AN
006500* ORDINARY NIGHT, M FOR A MONTH-END NIGHT, T FOR A QUARTER-END
006600* NIGHT, E WHEN THE CALENDAR COULD NOT SAY.
006700*-----------------------------------------------------------------
006800 77  WS-DATA-BASE                PIC 9(08) VALUE ZERO.
006900 77  WS-DATA-REFERENCIA          PIC 9(08) VALUE ZERO.
007000 77  WS-NOITE-SW                 PIC X(01) VALUE "N".
007100     88  NOITE-FIM-MES            VALUES "M" "T".
007200     88  NOITE-FIM-TRIMESTRE      VALUE "T".
007300     88  NOITE-SEM-CALENDARIO     VALUE "E".
007400*-----------------------------------------------------------------
007500* PARAMETER AREA FOR THE CALDIA SUBPROGRAM - THE BUSINESS
007600* CALENDAR.
007700*-----------------------------------------------------------------
007800     COPY CALDIAP.
007900*-----------------------------------------------------------------
008000* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
008100* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
008200* COUNT AND RETURN CODE TO.
008300*-----------------------------------------------------------------
008400     COPY RUNLOGP.
008500
008600 PROCEDURE DIVISION.
008700 0000-MAINLINE.
008800
008900     MOVE "INICIO" TO RL-EVENTO
009000     MOVE ZERO     TO RL-CONTAGEM
009100     MOVE ZERO     TO RL-CODIGO-RETORNO
009200     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
009300
009400     PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
009500     PERFORM 2000-CONSULTAR-CALENDARIO THRU 2000-EXIT
009600
009700     MOVE "FIM" TO RL-EVENTO
009800     MOVE ZERO  TO RL-CONTAGEM
009900     MOVE ZERO  TO RL-CODIGO-RETORNO
010000     IF NOITE-FIM-MES
010100         MOVE 1 TO RL-CONTAGEM
010200     END-IF
010300     IF NOITE-SEM-CALENDARIO
010400         MOVE 8 TO RL-CODIGO-RETORNO
010500     END-IF
010600     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
010700
010800*    THE SIGNAL TO THE SCHEDULER IS SET AFTER THE LAST CALL, AS
010900*    ANY CALL CLEARS RETURN-CODE.
011000     IF NOITE-FIM-MES
011100         MOVE 4 TO RETURN-CODE
011200     END-IF
011300
011400     STOP RUN.
011500*-----------------------------------------------------------------
011600* 1000-LER-PARAMETROS
011700* READS THE RUNPARM AS-OF DATE, EXACTLY AS THE BATCH REPORT RUN
011800* DOES.  A MISSING FILE OR A BLANK DATE MEANS TONIGHT'S OWN
011900* CYCLE.
012000*-----------------------------------------------------------------
012100 1000-LER-PARAMETROS.
012200
012300     MOVE ZERO TO WS-DATA-BASE
012400     OPEN INPUT RUN-CONTROL-FILE
012500     IF WS-STATUS-RUNPARM = "00"
012600         READ RUN-CONTROL-FILE
012700             AT END CONTINUE
012800             NOT AT END
012900                 IF RC-DATA-BASE IS NUMERIC AND
013000                    RC-DATA-BASE NOT = "00000000"
013100                     MOVE RC-DATA-BASE TO WS-DATA-BASE
013200                 END-IF
013300         END-READ
013400         CLOSE RUN-CONTROL-FILE
013500     END-IF.
013600
013700 1000-EXIT.
013800     EXIT.
013900*-----------------------------------------------------------------
014000* 2000-CONSULTAR-CALENDARIO
014100* ASKS CALDIA ABOUT THE RUNPARM DATE ITSELF, OR ABOUT TODAY,
014200* AND DECIDES THE KIND OF NIGHT.
014300*-----------------------------------------------------------------
014400 2000-CONSULTAR-CALENDARIO.
014500
014600     MOVE "N" TO WS-NOITE-SW
014700     MOVE WS-DATA-BASE TO CD-DATA
014800     CALL "CALDIA" USING CALDIA-PARAMETROS
014900
015000     IF NOT CD-OK
015100         DISPLAY "*** CALENDARIO INDISPONIVEL OU DATA FORA DELE "
015200             "- CD-RETORNO " CD-RETORNO " - DATA " CD-DATA
015300             " - RETURN-CODE 8 ***"
015400         MOVE "E" TO WS-NOITE-SW
015500     ELSE
015600         IF WS-DATA-BASE NOT = ZERO
015700             MOVE WS-DATA-BASE TO WS-DATA-REFERENCIA
015800             IF CD-DIA-UTIL AND CD-FIM-MES = "S"
015900                 MOVE "M" TO WS-NOITE-SW
016000                 IF CD-FIM-TRIMESTRE = "S"
016100                     MOVE "T" TO WS-NOITE-SW
016200                 END-IF
016300             END-IF
016400         ELSE
016500             MOVE CD-DATA-UTIL-ANTERIOR TO WS-DATA-REFERENCIA
016600             MOVE CD-NOITE TO WS-NOITE-SW
016700         END-IF
016800         EVALUATE TRUE
016900             WHEN NOITE-FIM-TRIMESTRE
017000                 DISPLAY "DATA BASE " WS-DATA-REFERENCIA
017100                     " - NOITE DE FIM DE TRIMESTRE - "
017200                     "RETURN-CODE 4"
017300             WHEN NOITE-FIM-MES
017400                 DISPLAY "DATA BASE " WS-DATA-REFERENCIA
017500                     " - NOITE DE FIM DE MES - RETURN-CODE 4"
017600             WHEN OTHER
017700                 DISPLAY "DATA BASE " WS-DATA-REFERENCIA
017800                     " - NOITE NORMAL - RETURN-CODE 0"
017900         END-EVALUATE
018000     END-IF.
018100
018200 2000-EXIT.
018300     EXIT.
018400*-----------------------------------------------------------------
018500* 6000-REGISTRAR-EXECUCAO
018600* HANDS THE EVENT STAGED IN RUNLOG-PARAMETROS TO RUNLOGW.
018700*-----------------------------------------------------------------
018800 6000-REGISTRAR-EXECUCAO.
018900
019000     MOVE "CALCHK" TO RL-JOB-ID
019100     CALL "RUNLOGW" USING RUNLOG-PARAMETROS.
019200
019300 6000-EXIT.
019400     EXIT.
019500 END PROGRAM CALCHK.
