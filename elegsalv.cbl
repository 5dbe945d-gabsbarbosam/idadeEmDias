000100******************************************************************
000200* PROGRAM:     ELEGSALV
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     SAVES THE PRIOR RUN'S BENEFIT ELIGIBILITY FILE
000800*              AHEAD OF TONIGHT'S BENEFELG.  ELEGIB, AS THE LAST
000900*              BENEFELG WROTE IT, IS COPIED TO ELEGANT - THE
001000*              COPY BENEFELG MATCH-MERGES TONIGHT'S FILE AGAINST
001100*              TO LIST WHO GAINED AND WHO LOST EACH BENEFIT.  THE
001200*              STEP RUNS BEFORE BENEFELG, SO A RERUN OF BENEFELG
001300*              ALONE STILL COMPARES AGAINST THE PRIOR NIGHT.  NO
001400*              ELEGIB YET (NO BENEFELG HAS EVER RUN) LEAVES
001500*              ELEGANT ALONE WITH A WARNING; ANY OTHER FAILURE
001600*              TO OPEN ENDS THE RUN WITH RETURN-CODE 8, ALSO
001700*              WITHOUT TOUCHING ELEGANT.
001800* TECTONICS:   cobc
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*-----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* 15/10/2026  GB   ORIGINAL VERSION.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. ELEGSALV.
002700 AUTHOR. GABRIELA BARBOSA.
002800 INSTALLATION. DATA PROCESSING CENTER.
002900 DATE-WRITTEN. 15/10/2026.
003000 DATE-COMPILED.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ELIGIBILITY-FILE ASSIGN TO "ELEGIB"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-STATUS-ELEGIB.
003700     SELECT PRIOR-ELIGIBILITY-FILE ASSIGN TO "ELEGANT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-STATUS-ELEGANT.
004000 DATA DIVISION.
004100 FILE SECTION.
004200*-----------------------------------------------------------------
004300* ELIGIBILITY-FILE - THE ELIGIBILITY FILE AS THE LAST BENEFELG
004400* WROTE IT.
004500*-----------------------------------------------------------------
004600 FD  ELIGIBILITY-FILE.
004700     COPY ELEGREC.
004800*-----------------------------------------------------------------
004900* PRIOR-ELIGIBILITY-FILE - THE PRIOR-RUN COPY FOR THE MERGE.
005000*-----------------------------------------------------------------
005100 FD  PRIOR-ELIGIBILITY-FILE.
005200     COPY ELEGREC REPLACING ==ELIGIBILITY-RECORD== BY
005300         ==PRIOR-ELIGIBILITY-RECORD==
005400         LEADING ==EL== BY ==EA==.
005500 WORKING-STORAGE SECTION.
005600 77  WS-STATUS-ELEGIB            PIC X(02) VALUE SPACES.
005700 77  WS-STATUS-ELEGANT           PIC X(02) VALUE SPACES.
005800 77  WS-FIM-ELEGIB-SW            PIC X(01) VALUE "N".
005900     88  FIM-ELEGIB               VALUE "S".
006000 77  WS-LOTE-ABERTO-SW           PIC X(01) VALUE "N".
006100     88  LOTE-ABERTO              VALUE "S".
006200*-----------------------------------------------------------------
006300* THE NUMBER OF ENTRIES SAVED - THE RUN LOG'S KEY COUNT.
006400*-----------------------------------------------------------------
006500 77  WS-TOTAL-REGISTROS          PIC 9(07) VALUE ZERO.
006600*-----------------------------------------------------------------
006700* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
006800* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
006900* COUNT AND RETURN CODE TO.
007000*-----------------------------------------------------------------
007100     COPY RUNLOGP.
007200
007300 PROCEDURE DIVISION.
007400 0000-MAINLINE.
007500
007600     MOVE "INICIO" TO RL-EVENTO
007700     MOVE ZERO     TO RL-CONTAGEM
007800     MOVE ZERO     TO RL-CODIGO-RETORNO
007900     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
008000
008100     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
008200
008300     IF LOTE-ABERTO
008400         PERFORM 2000-COPIAR-REGISTRO THRU 2000-EXIT
008500             UNTIL FIM-ELEGIB
008600         PERFORM 3000-FINALIZAR THRU 3000-EXIT
008700     END-IF
008800
008900     MOVE "FIM"              TO RL-EVENTO
009000     MOVE WS-TOTAL-REGISTROS TO RL-CONTAGEM
009100     MOVE RETURN-CODE        TO RL-CODIGO-RETORNO
009200     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
009300
009400     STOP RUN.
009500*-----------------------------------------------------------------
009600* 1000-INICIALIZAR
009700* OPENS ELEGIB FIRST, SO A MISSING OR UNREADABLE ONE NEVER
009800* EMPTIES THE OLD ELEGANT, THEN ELEGANT.
009900*-----------------------------------------------------------------
010000 1000-INICIALIZAR.
010100
010200     OPEN INPUT ELIGIBILITY-FILE
010300     EVALUATE WS-STATUS-ELEGIB
010400         WHEN "00"
010500             OPEN OUTPUT PRIOR-ELIGIBILITY-FILE
010600             IF WS-STATUS-ELEGANT NOT = "00"
010700                 DISPLAY "*** ERRO AO ABRIR ELEGANT - FILE "
010800                     "STATUS " WS-STATUS-ELEGANT
010900                     " - RETURN-CODE 8 ***"
011000                 CLOSE ELIGIBILITY-FILE
011100                 MOVE 8 TO RETURN-CODE
011200             ELSE
011300                 MOVE "S" TO WS-LOTE-ABERTO-SW
011400             END-IF
011500         WHEN "35"
011600             DISPLAY "*** ELEGIB AUSENTE - NENHUM RUN ANTERIOR "
011700                 "DO BENEFELG - ELEGANT MANTIDO ***"
011800         WHEN OTHER
011900             DISPLAY "*** ERRO AO ABRIR ELEGIB - FILE STATUS "
012000                 WS-STATUS-ELEGIB " - NADA SALVO - RETURN-CODE 8"
012100                 " ***"
012200             MOVE 8 TO RETURN-CODE
012300     END-EVALUATE.
012400
012500 1000-EXIT.
012600     EXIT.
012700*-----------------------------------------------------------------
012800* 2000-COPIAR-REGISTRO
012900* ONE ELIGIBILITY ENTRY TO THE PRIOR-RUN COPY.
013000*-----------------------------------------------------------------
013100 2000-COPIAR-REGISTRO.
013200
013300     READ ELIGIBILITY-FILE
013400         AT END
013500             SET FIM-ELEGIB TO TRUE
013600         NOT AT END
013700             ADD 1 TO WS-TOTAL-REGISTROS
013800             WRITE PRIOR-ELIGIBILITY-RECORD
013900                 FROM ELIGIBILITY-RECORD
014000     END-READ.
014100
014200 2000-EXIT.
014300     EXIT.
014400*-----------------------------------------------------------------
014500* 3000-FINALIZAR
014600* CLOSES UP.
014700*-----------------------------------------------------------------
014800 3000-FINALIZAR.
014900
015000     CLOSE ELIGIBILITY-FILE
015100     CLOSE PRIOR-ELIGIBILITY-FILE
015200
015300     DISPLAY "ELEGIB SALVO EM ELEGANT - " WS-TOTAL-REGISTROS
015400         " REGISTROS".
015500
015600 3000-EXIT.
015700     EXIT.
015800*-----------------------------------------------------------------
015900* 6000-REGISTRAR-EXECUCAO
016000* HANDS THE EVENT STAGED IN RUNLOG-PARAMETROS TO RUNLOGW.
016100*-----------------------------------------------------------------
016200 6000-REGISTRAR-EXECUCAO.
016300
016400     MOVE "ELEGSALV" TO RL-JOB-ID
016500     CALL "RUNLOGW" USING RUNLOG-PARAMETROS.
016600
016700 6000-EXIT.
016800     EXIT.
016900 END PROGRAM ELEGSALV.
