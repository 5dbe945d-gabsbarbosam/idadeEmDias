002170*                  RETURN CODE ARE NOW RECORDED ON THE SHARED
002180*                  RUN LOG THROUGH RUNLOGW, SO THE MORNING
002190*                  CYCLE REPORT SEES THIS JOB.
002191* 15/10/2026  GB   THE AUDIT LAYOUT NOW NAMES THE OPERATOR AND
002192*                  THE PR-ID (AL-ID) THE WRITERS CARRY.
002193* 15/10/2026  GB   THE DATED ARCHIVE IS NOW REGISTERED ON THE
002194*                  GENERATION CATALOG THROUGH GENCATW AS A
002195*                  MONTH-END GENERATION, FOR THE HOUSEKEEPING
002196*                  RUN TO AGE OUT.  A FAILED REGISTRATION IS
002197*                  REPORTED AND ENDS THE RUN WITH RETURN-CODE 4.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. AUDITRET.
005700     05  AL-DATA-NASCIMENTO      PIC 9(08).
005800     05  FILLER                  PIC X(02).
005900     05  AL-IDADE-DIAS           PIC 9(07).
006000     05  FILLER                  PIC X(02).
006010     05  AL-OPERADOR             PIC X(08).
006020     05  FILLER                  PIC X(02).
006030     05  AL-ID                   PIC X(06).
006040     05  FILLER                  PIC X(14).
006100*-----------------------------------------------------------------
006200* ARCHIVE-FILE - ENTRIES OLDER THAN THE CUTOFF, COPIED VERBATIM.
006300* THE FILE NAME CARRIES THE RUN DATE SO EACH MONTH-END LEAVES
016340* COUNT AND RETURN CODE TO.
016350*-----------------------------------------------------------------
016360     COPY RUNLOGP.
016370*-----------------------------------------------------------------
016380* PARAMETER AREA FOR THE GENCATW SUBPROGRAM - THE GENERATION
016390* CATALOG EVERY JOB THAT CREATES A DATED FILE REGISTERS IT ON.
016391*-----------------------------------------------------------------
016392     COPY GENCATP.
016393 77  WS-RC-SALVO                 PIC S9(04) VALUE ZERO COMP.
016400
016500 PROCEDURE DIVISION.
016600 0000-MAINLINE.
017300         PERFORM 3000-IMPRIMIR-RESUMO THRU 3000-EXIT
017400         PERFORM 4000-REGRAVAR-LOG THRU 4000-EXIT
017500         PERFORM 5000-FECHAR-ARQUIVOS THRU 5000-EXIT
017510         PERFORM 5100-CATALOGAR-ARQUIVO THRU 5100-EXIT
017600     END-IF
017700
017710     MOVE "FIM"          TO RL-EVENTO
052100
052200 5000-EXIT.
052300     EXIT.
052301*-----------------------------------------------------------------
052302* 5100-CATALOGAR-ARQUIVO
052303* REGISTERS THE DATED ARCHIVE ON THE GENERATION CATALOG.  THIS
052304* IS THE MONTH-END RUN, SO THE ARCHIVE IS A MONTH-END GENERATION
052305* WHATEVER DAY IT RUNS ON.  GENCATW IS A CALL, WHICH CLEARS
052306* RETURN-CODE, SO THE RUN'S OWN CODE IS KEPT ACROSS IT.  AN
052307* UNCATALOGED ARCHIVE WOULD NEVER BE AGED OUT, SO A GP-RETORNO
052308* OTHER THAN "00" RAISES THE CODE TO 4.
052309*-----------------------------------------------------------------
052310 5100-CATALOGAR-ARQUIVO.
052311
052312     MOVE RETURN-CODE         TO WS-RC-SALVO
052313     MOVE SPACES              TO GENCAT-PARAMETROS
052314     MOVE WS-NOME-ARQUIVO     TO GP-NOME-ARQUIVO
052315     MOVE "AUDARCH"           TO GP-TIPO
052316     MOVE WS-DATA-HOJE        TO GP-DATA-CRIACAO
052317     MOVE WS-TOTAL-ARQUIVADAS TO GP-QTD-REGISTROS
052318     MOVE "AUDITRET"          TO GP-JOB-ID
052319     MOVE "M"                 TO GP-CLASSE
052320     MOVE "B"                 TO GP-SITUACAO
052321     CALL "GENCATW" USING GENCAT-PARAMETROS
052322     MOVE WS-RC-SALVO         TO RETURN-CODE
052323     IF GP-RETORNO NOT = "00"
052324         DISPLAY "*** " WS-NOME-ARQUIVO " NAO CATALOGADO - "
052325             "GP-RETORNO " GP-RETORNO " - RETURN-CODE 4 ***"
052326         IF RETURN-CODE < 4
052327             MOVE 4 TO RETURN-CODE
052328         END-IF
052329     END-IF.
052330
052331 5100-EXIT.
052332     EXIT.
052335*-----------------------------------------------------------------
052340* 6000-REGISTRAR-EXECUCAO
052350* RECORDS ONE RUN-LOG EVENT THROUGH THE SHARED RUNLOGW
052360* SUBPROGRAM, FROM THE EVENT, COUNT AND RETURN CODE THE CALLER
052370* LEFT IN THE PARAMETER AREA.
052380*-----------------------------------------------------------------
052385 6000-REGISTRAR-EXECUCAO.
052386
052390     MOVE "AUDITRET" TO RL-JOB-ID
052391     CALL "RUNLOGW" USING RUNLOG-PARAMETROS.
052392
