000100******************************************************************
000200* COPYBOOK:    CALREC
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* PURPOSE:     ONE DAY OF THE BUSINESS CALENDAR (CALEND) - ONE
000700*              LINE PER CALENDAR DAY, IN DATE ORDER, BUILT FOR A
000800*              YEAR AT A TIME BY CALGERA FROM THE HOLIDAY LIST
000900*              AND READ THROUGH THE CALDIA SUBPROGRAM.  THE
001000*              MONTH-END FLAG SITS ON THE LAST BUSINESS DAY OF
001100*              EACH MONTH, NOT ON ITS LAST CALENDAR DAY, AND THE
001200*              QUARTER-END FLAG ON THE MONTH-END DAYS OF MARCH,
001300*              JUNE, SEPTEMBER AND DECEMBER.  OPERATIONS MAY
001400*              EDIT A LINE BY HAND (A HOLIDAY DECREED LATE IN
001500*              THE YEAR) - THE FLAGS ARE TRUSTED AS THEY STAND.
001600*-----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*-----------------------------------------------------------------
001900* DATE       INIT  DESCRIPTION
002000* 15/10/2026  GB   ORIGINAL VERSION.
002100******************************************************************
002200 01  CALENDAR-RECORD.
002300     05  CL-DATA                 PIC X(08).
002400     05  FILLER                  PIC X(01).
002500*        U = DIA UTIL (BUSINESS DAY), F = FERIADO (HOLIDAY),
002600*        S = SABADO OU DOMINGO (WEEKEND).
002700     05  CL-TIPO-DIA             PIC X(01).
002800         88  CL-DIA-UTIL          VALUE "U".
002900         88  CL-FERIADO           VALUE "F".
003000         88  CL-FIM-DE-SEMANA     VALUE "S".
003100     05  FILLER                  PIC X(01).
003200     05  CL-FIM-MES              PIC X(01).
003300         88  CL-E-FIM-MES         VALUE "S".
003400     05  FILLER                  PIC X(01).
003500     05  CL-FIM-TRIMESTRE        PIC X(01).
003600         88  CL-E-FIM-TRIMESTRE   VALUE "S".
003700     05  FILLER                  PIC X(01).
003800*        THE HOLIDAY'S NAME, OR THE WEEKDAY.
003900     05  CL-DESCRICAO            PIC X(30).
004000     05  FILLER                  PIC X(35).
