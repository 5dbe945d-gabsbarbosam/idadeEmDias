000100******************************************************************
000200* COPYBOOK:    ESTHREC
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* PURPOSE:     ONE MONTH OF THE POPULATION STATISTICS HISTORY
000700*              (ESTHIST, INDEXED ON THE MONTH).  PERSESTA WRITES
000800*              ONE RECORD ON EVERY MONTH-END NIGHT - A RERUN FOR
000900*              THE SAME MONTH REPLACES IT - AND PERSTEND READS
001000*              THE LAST THIRTEEN FOR THE TREND REPORT.  THE
001100*              COUNTS OF THE MASTER ARE AS THEY STOOD ON THE
001200*              NIGHT OF THE RUN; THE MOVEMENTS (ADDS, DEATHS,
001300*              INACTIVATIONS) ARE THE CHANGE HISTORY ENTRIES
001400*              LOGGED SINCE THE RUN BEFORE, SO NO CHANGE IS
001500*              COUNTED IN TWO MONTHS OR LOST BETWEEN THEM.
001600*              EVERY FIGURE IS ONE OF THE 51 COUNTERS, WHICH
001700*              THE TREND REPORT WALKS BY POSITION THROUGH
001800*              ES-CONTADOR - A NEW FIGURE GOES AT THE END OF THE
001900*              LIST, TAKEN FROM THE FILLER.
002000*-----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*-----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION
002400* 15/10/2026  GB   ORIGINAL VERSION.
002500******************************************************************
002600 01  ESTAT-HIST-RECORD.
002700*        THE STATISTICAL MONTH (AAAAMM) - THE MONTH OF THE AS-OF
002800*        BUSINESS DAY THE RUN WORKED FOR.
002900     05  ES-ANO-MES              PIC 9(06).
003000     05  ES-DATA-BASE            PIC 9(08).
003100*        THE CHANGE HISTORY WINDOW THE MOVEMENTS CAME FROM -
003200*        AFTER THE START, UP TO AND INCLUDING THE END, IN THE
003300*        PERSHIST TIMESTAMP FORMAT.  THE END IS THE MOMENT OF
003400*        THE RUN, AND IS THE START OF THE NEXT MONTH'S WINDOW.
003500     05  ES-TIMESTAMP-INICIO     PIC X(19).
003600     05  ES-TIMESTAMP-FIM        PIC X(19).
003700     05  ES-CONTADORES.
003800*            01 - EVERY PERSON ON THE MASTER.
003900         10  ES-TOTAL-PESSOAS    PIC 9(07).
004000*            02 TO 04 - BY PERSON STATUS.
004100         10  ES-QTD-ATIVOS       PIC 9(07).
004200         10  ES-QTD-INATIVOS     PIC 9(07).
004300         10  ES-QTD-FALECIDOS    PIC 9(07).
004400*            05 TO 10 - THE LIVING BY AGE IN WHOLE YEARS, IN THE
004500*            BANDS OF THE DEMOGRAPHIC SUMMARY: UNDER 18, 18-29,
004600*            30-44, 45-59, 60-74, 75 AND OVER.
004700         10  ES-QTD-FAIXA        PIC 9(07) OCCURS 6 TIMES.
004800*            11 - AVERAGE AGE IN DAYS OF THE LIVING.
004900         10  ES-IDADE-MEDIA-DIAS PIC 9(07).
005000*            12 TO 14 - THE MONTH'S MOVEMENTS.
005100         10  ES-INCLUSOES        PIC 9(07).
005200         10  ES-OBITOS           PIC 9(07).
005300         10  ES-INATIVACOES      PIC 9(07).
005400*            15 TO 51 - BY BRANCH (FIRST CHARACTER OF THE ID),
005500*            ONE FIXED SLOT PER CHARACTER 0-9 THEN A-Z, AND THE
005600*            LAST SLOT FOR ANY OTHER CHARACTER, SO A BRANCH
005700*            KEEPS ITS COLUMN FROM MONTH TO MONTH.
005800         10  ES-QTD-FILIAL       PIC 9(07) OCCURS 37 TIMES.
005900     05  ES-CONTADORES-R REDEFINES ES-CONTADORES.
006000         10  ES-CONTADOR         PIC 9(07) OCCURS 51 TIMES.
006100     05  FILLER                  PIC X(11).
