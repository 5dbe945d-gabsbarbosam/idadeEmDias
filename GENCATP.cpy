000100******************************************************************
000200* COPYBOOK:    GENCATP
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* PURPOSE:     PARAMETER AREA FOR THE GENCATW SUBPROGRAM - THE
000700*              ONE PLACE A NEW DATED GENERATION IS REGISTERED
000800*              ON THE GENERATION CATALOG (GENCAT).  THE CALLER
000900*              FILLS IN THE FILE IT JUST CREATED; GENCATW
001000*              ANSWERS WITH THE CATALOG FILE STATUS.
001100*-----------------------------------------------------------------
001200* MODIFICATION HISTORY
001300*-----------------------------------------------------------------
001400* DATE       INIT  DESCRIPTION
001500* 15/10/2026  GB   ORIGINAL VERSION.
001510* 15/10/2026  GB   A BLANK CLASS IS NOW DECIDED BY THE BUSINESS
001520*                  CALENDAR.
001600******************************************************************
001700 01  GENCAT-PARAMETROS.
001800     05  GP-NOME-ARQUIVO         PIC X(24).
001900     05  GP-TIPO                 PIC X(08).
002000     05  GP-DATA-CRIACAO         PIC 9(08).
002100     05  GP-QTD-REGISTROS        PIC 9(07).
002200     05  GP-JOB-ID               PIC X(08).
002300*        D OR M, OR BLANK TO LET GENCATW DECIDE FROM THE
002400*        CREATION DATE (MADE BY A MONTH-END NIGHT ON THE
002410*        BUSINESS CALENDAR IS M).
002500     05  GP-CLASSE               PIC X(01).
002600*        B = BOA, A = AVARIADA (SEE GENCATRC).
002700     05  GP-SITUACAO             PIC X(01).
002800*        "00" WHEN THE ENTRY WAS WRITTEN, OTHERWISE THE
002900*        CATALOG FILE STATUS THAT STOPPED IT.
003000     05  GP-RETORNO              PIC X(02).
