000100******************************************************************
000200* PROGRAM:     CALDIA
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     THE ONE PLACE THE BUSINESS CALENDAR (CALEND) IS
000800*              READ.  GIVEN A DATE IT ANSWERS THE KIND OF DAY
000900*              (BUSINESS DAY, HOLIDAY OR WEEKEND) AND ITS OWN
001000*              MONTH-END AND QUARTER-END FLAGS, THE LAST
001100*              BUSINESS DAY BEFORE IT (THE AS-OF DATE OF A
001200*              NIGHTLY RUN ON THAT DATE), AND WHETHER THE NIGHT
001300*              INTO IT CLOSED A MONTH OR A QUARTER.  CALLED BY
001400*              IDADEEMDIAS AND PERSWEEP FOR THEIR AS-OF DATE,
001500*              BY CALCHK FOR THE SCHEDULER, BY CYCLRPT FOR THE
001600*              MONTH-END JOBS AND BY GENCATW FOR THE CLASS OF A
001700*              NEW GENERATION.  SEE THE CALDIAP COPYBOOK FOR THE
001800*              PARAMETER AREA AND CALREC FOR THE CALENDAR DAY.
001900*              THE CALENDAR IS OPENED AND CLOSED ON EVERY CALL;
002000*              A MISSING ONE, OR A DATE IT DOES NOT COVER, IS
002100*              HANDED BACK IN CD-RETORNO FOR THE CALLER TO
002200*              DECIDE - IT NEVER TAKES THE CALLING JOB DOWN.
002300* TECTONICS:   cobc
002400*-----------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*-----------------------------------------------------------------
002700* DATE       INIT  DESCRIPTION
002800* 15/10/2026  GB   ORIGINAL VERSION.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. CALDIA.
003200 AUTHOR. GABRIELA BARBOSA.
003300 INSTALLATION. DATA PROCESSING CENTER.
003400 DATE-WRITTEN. 15/10/2026.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CALENDAR-FILE ASSIGN TO "CALEND"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-STATUS-CALEND.
004200 DATA DIVISION.
004300 FILE SECTION.
004400*-----------------------------------------------------------------
004500* CALENDAR-FILE - THE BUSINESS CALENDAR.  THE SHARED CALREC
004600* LAYOUT.
004700*-----------------------------------------------------------------
004800 FD  CALENDAR-FILE.
004900     COPY CALREC.
005000 WORKING-STORAGE SECTION.
005100 77  WS-STATUS-CALEND            PIC X(02) VALUE SPACES.
005200 77  WS-FIM-CALEND-SW            PIC X(01) VALUE "N".
005300     88  FIM-CALEND               VALUE "S".
005400 77  WS-ACHOU-DIA-SW             PIC X(01) VALUE "N".
005500     88  ACHOU-DIA                VALUE "S".
005600*-----------------------------------------------------------------
005700* THE DAY READ, THE EVE OF THE DATE ASKED ABOUT, AND THE BEST
005800* BUSINESS DAY BEFORE IT SO FAR WITH ITS FLAGS.
005900*-----------------------------------------------------------------
006000 77  WS-DATA-LIDA                PIC 9(08) VALUE ZERO.
006100 77  WS-DIA-ALVO                 PIC S9(09) VALUE ZERO.
006200 77  WS-DATA-VESPERA             PIC 9(08) VALUE ZERO.
006300 77  WS-DATA-ANTERIOR            PIC 9(08) VALUE ZERO.
006400 77  WS-ANT-FIM-MES              PIC X(01) VALUE SPACES.
006500 77  WS-ANT-FIM-TRIMESTRE        PIC X(01) VALUE SPACES.
006600 LINKAGE SECTION.
006700     COPY CALDIAP.
006800 PROCEDURE DIVISION USING CALDIA-PARAMETROS.
006900 0000-PRINCIPAL.
007000
007100     MOVE SPACES TO CD-TIPO-DIA
007200     MOVE SPACES TO CD-DESCRICAO
007300     MOVE SPACES TO CD-FIM-MES
007400     MOVE SPACES TO CD-FIM-TRIMESTRE
007500     MOVE ZERO   TO CD-DATA-UTIL-ANTERIOR
007600     MOVE "N"    TO CD-NOITE
007700     MOVE ZERO   TO WS-DATA-ANTERIOR
007800     MOVE SPACES TO WS-ANT-FIM-MES
007900     MOVE SPACES TO WS-ANT-FIM-TRIMESTRE
008000     MOVE "N"    TO WS-ACHOU-DIA-SW
008100     MOVE "N"    TO WS-FIM-CALEND-SW
008200
008300     IF CD-DATA = ZERO
008400         MOVE FUNCTION CURRENT-DATE (1:8) TO CD-DATA
008500     END-IF
008600     COMPUTE WS-DIA-ALVO = FUNCTION INTEGER-OF-DATE (CD-DATA)
008700     MOVE ZERO TO WS-DATA-VESPERA
008800     IF WS-DIA-ALVO > 1
008900         COMPUTE WS-DATA-VESPERA =
009000             FUNCTION DATE-OF-INTEGER (WS-DIA-ALVO - 1)
009100     END-IF
009200
009300     OPEN INPUT CALENDAR-FILE
009400     IF WS-STATUS-CALEND NOT = "00"
009500         MOVE WS-STATUS-CALEND TO CD-RETORNO
009600     ELSE
009700         PERFORM 1000-LER-DIA THRU 1000-EXIT
009800             UNTIL FIM-CALEND
009900         CLOSE CALENDAR-FILE
010000         PERFORM 2000-RESPONDER THRU 2000-EXIT
010100     END-IF
010200
010300     GOBACK.
010400*-----------------------------------------------------------------
010500* 1000-LER-DIA
010600* ONE CALENDAR DAY.  THE DATE ASKED ABOUT GIVES ITS OWN KIND AND
010700* FLAGS; EVERY BUSINESS DAY BEFORE IT IS A CANDIDATE FOR THE
010800* LAST ONE.  A LINE WITHOUT A NUMERIC DATE IS PASSED OVER.
010900*-----------------------------------------------------------------
011000 1000-LER-DIA.
011100
011200     READ CALENDAR-FILE
011300         AT END
011400             SET FIM-CALEND TO TRUE
011500         NOT AT END
011600             IF CL-DATA IS NUMERIC
011700                 MOVE CL-DATA TO WS-DATA-LIDA
011800                 IF WS-DATA-LIDA = CD-DATA
011900                     MOVE "S"              TO WS-ACHOU-DIA-SW
012000                     MOVE CL-TIPO-DIA      TO CD-TIPO-DIA
012100                     MOVE CL-DESCRICAO     TO CD-DESCRICAO
012200                     MOVE CL-FIM-MES       TO CD-FIM-MES
012300                     MOVE CL-FIM-TRIMESTRE TO CD-FIM-TRIMESTRE
012400                 END-IF
012500                 IF WS-DATA-LIDA < CD-DATA AND
012600                    WS-DATA-LIDA > WS-DATA-ANTERIOR AND
012700                    CL-DIA-UTIL
012800                     MOVE WS-DATA-LIDA     TO WS-DATA-ANTERIOR
012900                     MOVE CL-FIM-MES       TO WS-ANT-FIM-MES
013000                     MOVE CL-FIM-TRIMESTRE TO WS-ANT-FIM-TRIMESTRE
013100                 END-IF
013200             END-IF
013300     END-READ.
013400
013500 1000-EXIT.
013600     EXIT.
013700*-----------------------------------------------------------------
013800* 2000-RESPONDER
013900* FILLS IN THE ANSWER.  THE NIGHT INTO THE DATE CLOSED A MONTH
014000* ONLY WHEN THE LAST BUSINESS DAY BEFORE IT IS FLAGGED AND IS
014100* ITS EVE - THE NIGHTS OF A WEEKEND OR HOLIDAY THAT FOLLOW ARE
014200* ORDINARY.
014300*-----------------------------------------------------------------
014400 2000-RESPONDER.
014500
014600     IF NOT ACHOU-DIA OR WS-DATA-ANTERIOR = ZERO
014700         MOVE "23" TO CD-RETORNO
014800     ELSE
014900         MOVE "00" TO CD-RETORNO
015000         MOVE WS-DATA-ANTERIOR TO CD-DATA-UTIL-ANTERIOR
015100         IF WS-DATA-ANTERIOR = WS-DATA-VESPERA AND
015200            WS-ANT-FIM-MES = "S"
015300             IF WS-ANT-FIM-TRIMESTRE = "S"
015400                 MOVE "T" TO CD-NOITE
015500             ELSE
015600                 MOVE "M" TO CD-NOITE
015700             END-IF
015800         END-IF
015900     END-IF.
016000
016100 2000-EXIT.
016200     EXIT.
016300 END PROGRAM CALDIA.
