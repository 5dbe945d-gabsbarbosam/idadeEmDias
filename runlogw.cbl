002100*-----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* 03/09/2026  GB   ORIGINAL VERSION.
002310* 15/10/2026  GB   THE CALLER'S RETURN CODE (RL-CODIGO-RETORNO)
002320*                  IS NOW HANDED BACK AS RETURN-CODE - THE CALL
002330*                  WAS RESETTING IT, SO EVERY JOB ENDED RC 0 TO
002340*                  THE SCHEDULER WHATEVER IT HAD LOGGED.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. RUNLOGW.
006500         CLOSE RUN-LOG-FILE
006600     END-IF
006700
006710*    THE CALL ITSELF REPLACES THE CALLER'S RETURN-CODE, AND THE
006720*    FIM ENTRY IS THE LAST THING A JOB DOES BEFORE STOP RUN - SO
006730*    THE CODE THE CALLER IS ENDING WITH IS HANDED BACK, OR THE
006740*    SCHEDULER WOULD SEE ZERO FROM EVERY JOB.
006750     MOVE RL-CODIGO-RETORNO TO RETURN-CODE
006760
006800     GOBACK.
006900*-----------------------------------------------------------------
007000* 1000-GRAVAR-EVENTO
