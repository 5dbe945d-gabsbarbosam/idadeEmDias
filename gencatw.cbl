000100******************************************************************
000200* PROGRAM:     GENCATW
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     THE ONE PLACE A NEW DATED GENERATION IS
000800*              REGISTERED ON THE GENERATION CATALOG (GENCAT).
000900*              THE CALLER PASSES THE FILE IT JUST CREATED -
001000*              NAME, TYPE, CREATION DATE, RECORD COUNT, JOB,
001100*              CLASS AND WHETHER IT IS GOOD - SEE THE GENCATP
001200*              COPYBOOK FOR THE PARAMETER AREA AND GENCATRC FOR
001300*              THE ENTRY.  A FILE RE-CREATED UNDER THE SAME NAME
001400*              (A SECOND RUN ON THE SAME DAY) REPLACES ITS OLD
001500*              ENTRY.  THE CATALOG IS CREATED ON FIRST USE, AND
001600*              OPENED AND CLOSED ON EVERY CALL LIKE THE RUN LOG.
001700*              A CATALOG THAT CANNOT BE WRITTEN IS SAID SO ON
001800*              THE CONSOLE AND HANDED BACK IN GP-RETORNO; IT
001900*              NEVER TAKES THE CALLING JOB DOWN.
002000* TECTONICS:   cobc
002100*-----------------------------------------------------------------
002200* MODIFICATION HISTORY
002300*-----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION
002500* 15/10/2026  GB   ORIGINAL VERSION.
002510* 15/10/2026  GB   A BLANK CLASS IS NOW DECIDED BY THE BUSINESS
002520*                  CALENDAR (CALDIA) - A GENERATION MADE BY A
002530*                  MONTH-END NIGHT IS MONTH-END.  THE LAST-DAY-
002540*                  OF-MONTH RULE REMAINS FOR WHEN THERE IS NO
002550*                  CALENDAR.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. GENCATW.
002900 AUTHOR. GABRIELA BARBOSA.
003000 INSTALLATION. DATA PROCESSING CENTER.
003100 DATE-WRITTEN. 15/10/2026.
003200 DATE-COMPILED.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT GEN-CATALOG-FILE ASSIGN TO "GENCAT"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS GC-NOME-ARQUIVO
004000         FILE STATUS IS WS-STATUS-GENCAT.
004100 DATA DIVISION.
004200 FILE SECTION.
004300*-----------------------------------------------------------------
004400* GEN-CATALOG-FILE - THE GENERATION CATALOG.  THE SHARED
004500* GENCATRC LAYOUT.
004600*-----------------------------------------------------------------
004700 FD  GEN-CATALOG-FILE.
004800     COPY GENCATRC.
004900 WORKING-STORAGE SECTION.
005000 77  WS-STATUS-GENCAT            PIC X(02) VALUE SPACES.
005100*-----------------------------------------------------------------
005200* MONTH-END TEST WITHOUT A CALENDAR - THE DAY AFTER THE CREATION
005300* DATE FALLS ON THE FIRST OF A MONTH.
005400*-----------------------------------------------------------------
005500 77  WS-DIA-SEGUINTE             PIC S9(09) VALUE ZERO.
005600 77  WS-DATA-SEGUINTE            PIC 9(08) VALUE ZERO.
005610*-----------------------------------------------------------------
005620* PARAMETER AREA FOR THE CALDIA SUBPROGRAM - THE BUSINESS
005630* CALENDAR THAT SAYS WHETHER A GENERATION CAME OUT OF A
005640* MONTH-END NIGHT.
005650*-----------------------------------------------------------------
005660     COPY CALDIAP.
005700 LINKAGE SECTION.
005800     COPY GENCATP.
005900 PROCEDURE DIVISION USING GENCAT-PARAMETROS.
006000 0000-PRINCIPAL.
006100
006200     OPEN I-O GEN-CATALOG-FILE
006300
006400     IF WS-STATUS-GENCAT = "35"
006500         OPEN OUTPUT GEN-CATALOG-FILE
006600         CLOSE GEN-CATALOG-FILE
006700         OPEN I-O GEN-CATALOG-FILE
006800     END-IF
006900
007000     IF WS-STATUS-GENCAT NOT = "00"
007100         DISPLAY "*** GENCAT INDISPONIVEL - FILE STATUS "
007200             WS-STATUS-GENCAT " - " GP-NOME-ARQUIVO
007300             " NAO CATALOGADO ***"
007400         MOVE WS-STATUS-GENCAT TO GP-RETORNO
007500     ELSE
007600         PERFORM 1000-GRAVAR-GERACAO THRU 1000-EXIT
007700         CLOSE GEN-CATALOG-FILE
007800     END-IF
007900
008100     GOBACK.
008200*-----------------------------------------------------------------
008300* 1000-GRAVAR-GERACAO
008400* BUILDS THE ENTRY FROM THE PARAMETER AREA AND WRITES IT -
008500* REPLACING THE ENTRY ALREADY THERE WHEN THE SAME FILE NAME WAS
008600* CREATED AGAIN.  A BLANK CLASS IS DECIDED FROM THE CREATION
008700* DATE: A GENERATION MADE BY THE NIGHT THAT CLOSED A MONTH ON
008710* THE BUSINESS CALENDAR IS A MONTH-END GENERATION.  WITHOUT A
008720* CALENDAR, ONE MADE ON THE LAST DAY OF ITS MONTH IS.  THE
008730* STATUS OF THE WRITE (OR OF THE REWRITE THAT REPLACED IT) IS
008740* WHAT THE CALLER GETS BACK.
008900*-----------------------------------------------------------------
009000 1000-GRAVAR-GERACAO.
009100
009200     MOVE SPACES           TO GEN-CATALOG-RECORD
009300     MOVE GP-NOME-ARQUIVO  TO GC-NOME-ARQUIVO
009400     MOVE GP-TIPO          TO GC-TIPO
009500     MOVE GP-DATA-CRIACAO  TO GC-DATA-CRIACAO
009600     MOVE GP-QTD-REGISTROS TO GC-QTD-REGISTROS
009700     MOVE GP-JOB-ID        TO GC-JOB-ID
009800     MOVE GP-CLASSE        TO GC-CLASSE
009900     MOVE GP-SITUACAO      TO GC-SITUACAO
010000
010100     IF GC-CLASSE = SPACES
010110         MOVE GP-DATA-CRIACAO TO CD-DATA
010120         CALL "CALDIA" USING CALDIA-PARAMETROS
010130         IF CD-OK
010140             IF CD-NOITE-FIM-MES
010150                 MOVE "M" TO GC-CLASSE
010160             ELSE
010170                 MOVE "D" TO GC-CLASSE
010180             END-IF
010190         ELSE
010200             COMPUTE WS-DIA-SEGUINTE =
010300                 FUNCTION INTEGER-OF-DATE (GP-DATA-CRIACAO) + 1
010400             COMPUTE WS-DATA-SEGUINTE =
010500                 FUNCTION DATE-OF-INTEGER (WS-DIA-SEGUINTE)
010600             IF WS-DATA-SEGUINTE (7:2) = "01"
010700                 MOVE "M" TO GC-CLASSE
010800             ELSE
010900                 MOVE "D" TO GC-CLASSE
011000             END-IF
011050         END-IF
011100     END-IF
011200
011300     WRITE GEN-CATALOG-RECORD
011400         INVALID KEY
011500             REWRITE GEN-CATALOG-RECORD
011600                 INVALID KEY
011700                     DISPLAY "*** ERRO AO CATALOGAR "
011800                         GP-NOME-ARQUIVO " - FILE STATUS "
011900                         WS-STATUS-GENCAT " ***"
012000             END-REWRITE
012100     END-WRITE
012150     MOVE WS-STATUS-GENCAT TO GP-RETORNO.
012200
012300 1000-EXIT.
012400     EXIT.
012500 END PROGRAM GENCATW.
