000100******************************************************************
000200* PROGRAM:     AGESALV
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     SAVES THE AGE EXTRACT ONCE THE RECEIVERS HAVE
000800*              PICKED IT UP - THE STEP OPERATIONS USED TO DO BY
000900*              HAND.  AGEEXTR IS COPIED TO AGEEXTRP, THE PRIOR-
001000*              CYCLE COPY THE NEXT DELTA EXTRACT COMPARES
001100*              AGAINST, AND TO A DATED GENERATION
001200*              AGEEXTRP.AAAAMMDD, WHICH IS REGISTERED ON THE
001300*              GENERATION CATALOG (GENCAT) WITH ITS DATA-LINE
001400*              COUNT SO THE HOUSEKEEPING RUN CAN AGE IT OUT.
001500*              A MISSING AGEEXTR ENDS THE RUN WITH RETURN-CODE
001600*              8 AND LEAVES THE OLD AGEEXTRP ALONE.  A
001610*              GENERATION THE CATALOG WOULD NOT TAKE IS SAVED
001620*              BUT REPORTED, AND THE RUN ENDS WITH RETURN-CODE 4.
001700* TECTONICS:   cobc
001800*-----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 15/10/2026  GB   ORIGINAL VERSION.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. AGESALV.
002600 AUTHOR. GABRIELA BARBOSA.
002700 INSTALLATION. DATA PROCESSING CENTER.
002800 DATE-WRITTEN. 15/10/2026.
002900 DATE-COMPILED.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT EXTRACT-FILE ASSIGN TO "AGEEXTR"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-STATUS-AGEEXTR.
003600     SELECT PRIOR-EXTRACT-FILE ASSIGN TO "AGEEXTRP"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-STATUS-EXTANT.
003900     SELECT GENERATION-FILE ASSIGN USING WS-NOME-ARQUIVO
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-STATUS-GERACAO.
004200 DATA DIVISION.
004300 FILE SECTION.
004400*-----------------------------------------------------------------
004500* EXTRACT-FILE - THE AGE EXTRACT AS THE BATCH RUN WROTE IT.
004600*-----------------------------------------------------------------
004700 FD  EXTRACT-FILE.
004800 01  EXTRACT-RECORD                 PIC X(80).
004900*-----------------------------------------------------------------
005000* PRIOR-EXTRACT-FILE - THE PRIOR-CYCLE COPY FOR THE DELTA.
005100*-----------------------------------------------------------------
005200 FD  PRIOR-EXTRACT-FILE.
005300 01  PRIOR-EXTRACT-RECORD           PIC X(80).
005400*-----------------------------------------------------------------
005500* GENERATION-FILE - THE DATED GENERATION, AGEEXTRP.AAAAMMDD.
005600*-----------------------------------------------------------------
005700 FD  GENERATION-FILE.
005800 01  GENERATION-RECORD              PIC X(80).
005900 WORKING-STORAGE SECTION.
006000 77  WS-STATUS-AGEEXTR           PIC X(02) VALUE SPACES.
006100 77  WS-STATUS-EXTANT            PIC X(02) VALUE SPACES.
006200 77  WS-STATUS-GERACAO           PIC X(02) VALUE SPACES.
006300 77  WS-FIM-EXTRATO-SW           PIC X(01) VALUE "N".
006400     88  FIM-EXTRATO              VALUE "S".
006500 77  WS-LOTE-ABERTO-SW           PIC X(01) VALUE "N".
006600     88  LOTE-ABERTO              VALUE "S".
006700*-----------------------------------------------------------------
006800* THE DATED GENERATION NAME AND THE COUNTS.  THE COLUMN-HEADING
006900* LINE IS COPIED BUT NOT COUNTED - THE CATALOG CARRIES THE
007000* NUMBER OF PEOPLE IN THE EXTRACT.
007100*-----------------------------------------------------------------
007200 77  WS-NOME-ARQUIVO             PIC X(24) VALUE SPACES.
007300 77  WS-TOTAL-LINHAS             PIC 9(07) VALUE ZERO.
007400 77  WS-TOTAL-REGISTROS          PIC 9(07) VALUE ZERO.
007500 77  WS-RC-SALVO                 PIC S9(04) VALUE ZERO COMP.
007600*-----------------------------------------------------------------
007700* TODAY'S DATE, FROM FUNCTION CURRENT-DATE (YYYYMMDD PORTION).
007800*-----------------------------------------------------------------
007900 77  WS-DATA-HOJE                PIC 9(08) VALUE ZEROS.
008000*-----------------------------------------------------------------
008100* PARAMETER AREA FOR THE GENCATW SUBPROGRAM - THE GENERATION
008200* CATALOG EVERY JOB THAT CREATES A DATED FILE REGISTERS IT ON.
008300*-----------------------------------------------------------------
008400     COPY GENCATP.
008500*-----------------------------------------------------------------
008600* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
008700* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
008800* COUNT AND RETURN CODE TO.
008900*-----------------------------------------------------------------
009000     COPY RUNLOGP.
009100
009200 PROCEDURE DIVISION.
009300 0000-MAINLINE.
009400
009500     MOVE "INICIO" TO RL-EVENTO
009600     MOVE ZERO     TO RL-CONTAGEM
009700     MOVE ZERO     TO RL-CODIGO-RETORNO
009800     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
009900
010000     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
010100
010200     IF LOTE-ABERTO
010300         PERFORM 2000-COPIAR-LINHA THRU 2000-EXIT
010400             UNTIL FIM-EXTRATO
010500         PERFORM 3000-FINALIZAR THRU 3000-EXIT
010600     END-IF
010700
010800     MOVE "FIM"              TO RL-EVENTO
010900     MOVE WS-TOTAL-REGISTROS TO RL-CONTAGEM
011000     MOVE RETURN-CODE        TO RL-CODIGO-RETORNO
011100     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
011200
011300     STOP RUN.
011400*-----------------------------------------------------------------
011500* 1000-INICIALIZAR
011600* OPENS THE EXTRACT AND BOTH COPIES.  THE EXTRACT IS OPENED
011700* FIRST, SO A MISSING ONE NEVER EMPTIES THE OLD AGEEXTRP.
011800*-----------------------------------------------------------------
011900 1000-INICIALIZAR.
012000
012100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
012200     MOVE SPACES TO WS-NOME-ARQUIVO
012300     STRING "AGEEXTRP." WS-DATA-HOJE
012400         DELIMITED BY SIZE INTO WS-NOME-ARQUIVO
012500     END-STRING
012600
012700     OPEN INPUT EXTRACT-FILE
012800     IF WS-STATUS-AGEEXTR NOT = "00"
012900         DISPLAY "*** ERRO AO ABRIR AGEEXTR - FILE STATUS "
013000             WS-STATUS-AGEEXTR " - NADA SALVO - RETURN-CODE 8 ***"
013100         MOVE 8 TO RETURN-CODE
013200     ELSE
013300         OPEN OUTPUT PRIOR-EXTRACT-FILE
013400         OPEN OUTPUT GENERATION-FILE
013500         IF WS-STATUS-EXTANT NOT = "00" OR
013600            WS-STATUS-GERACAO NOT = "00"
013700             DISPLAY "*** ERRO AO ABRIR AGEEXTRP/" WS-NOME-ARQUIVO
013800                 " - FILE STATUS " WS-STATUS-EXTANT "/"
013900                 WS-STATUS-GERACAO " - RETURN-CODE 8 ***"
014000             CLOSE EXTRACT-FILE
014100             CLOSE PRIOR-EXTRACT-FILE
014200             CLOSE GENERATION-FILE
014300             MOVE 8 TO RETURN-CODE
014400         ELSE
014500             MOVE "S" TO WS-LOTE-ABERTO-SW
014600         END-IF
014700     END-IF.
014800
014900 1000-EXIT.
015000     EXIT.
015100*-----------------------------------------------------------------
015200* 2000-COPIAR-LINHA
015300* ONE EXTRACT LINE TO BOTH COPIES.
015400*-----------------------------------------------------------------
015500 2000-COPIAR-LINHA.
015600
015700     READ EXTRACT-FILE
015800         AT END
015900             SET FIM-EXTRATO TO TRUE
016000         NOT AT END
016100             ADD 1 TO WS-TOTAL-LINHAS
016200             IF EXTRACT-RECORD (1:3) NOT = "ID,"
016300                 ADD 1 TO WS-TOTAL-REGISTROS
016400             END-IF
016500             WRITE PRIOR-EXTRACT-RECORD FROM EXTRACT-RECORD
016600             WRITE GENERATION-RECORD FROM EXTRACT-RECORD
016700     END-READ.
016800
016900 2000-EXIT.
017000     EXIT.
017100*-----------------------------------------------------------------
017200* 3000-FINALIZAR
017300* CLOSES UP AND REGISTERS THE DATED GENERATION.  GENCATW IS A
017400* CALL, WHICH CLEARS RETURN-CODE, SO THE RUN'S OWN CODE IS
017500* KEPT ACROSS IT.  AN UNCATALOGED GENERATION WOULD NEVER BE AGED
017510* OUT, SO A GP-RETORNO OTHER THAN "00" RAISES THE CODE TO 4.
017600*-----------------------------------------------------------------
017700 3000-FINALIZAR.
017800
017900     CLOSE EXTRACT-FILE
018000     CLOSE PRIOR-EXTRACT-FILE
018100     CLOSE GENERATION-FILE
018200
018300     MOVE RETURN-CODE        TO WS-RC-SALVO
018400     MOVE SPACES             TO GENCAT-PARAMETROS
018500     MOVE WS-NOME-ARQUIVO    TO GP-NOME-ARQUIVO
018600     MOVE "AGEEXTRP"         TO GP-TIPO
018700     MOVE WS-DATA-HOJE       TO GP-DATA-CRIACAO
018800     MOVE WS-TOTAL-REGISTROS TO GP-QTD-REGISTROS
018900     MOVE "AGESALV"          TO GP-JOB-ID
019000     MOVE "B"                TO GP-SITUACAO
019100     CALL "GENCATW" USING GENCAT-PARAMETROS
019200     MOVE WS-RC-SALVO        TO RETURN-CODE
019210     IF GP-RETORNO NOT = "00"
019220         DISPLAY "*** " WS-NOME-ARQUIVO " NAO CATALOGADO - "
019230             "GP-RETORNO " GP-RETORNO " - RETURN-CODE 4 ***"
019240         IF RETURN-CODE < 4
019250             MOVE 4 TO RETURN-CODE
019260         END-IF
019270     END-IF
019300
019400     DISPLAY "AGEEXTR SALVO EM AGEEXTRP E " WS-NOME-ARQUIVO
019500         " - " WS-TOTAL-REGISTROS " REGISTROS".
019600
019700 3000-EXIT.
019800     EXIT.
019900*-----------------------------------------------------------------
020000* 6000-REGISTRAR-EXECUCAO
020100* HANDS THE EVENT STAGED IN RUNLOG-PARAMETROS TO RUNLOGW.
020200*-----------------------------------------------------------------
020300 6000-REGISTRAR-EXECUCAO.
020400
020500     MOVE "AGESALV" TO RL-JOB-ID
020600     CALL "RUNLOGW" USING RUNLOG-PARAMETROS.
020700
020800 6000-EXIT.
020900     EXIT.
021000 END PROGRAM AGESALV.
