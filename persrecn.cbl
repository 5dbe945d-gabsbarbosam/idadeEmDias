002910* 03/09/2026  GB   START, END, THE ROSTER COUNT AND THE FINAL
002920*                  RETURN CODE ARE NOW RECORDED ON THE SHARED
002930*                  RUN LOG THROUGH RUNLOGW.
002940* 15/10/2026  GB   THE MASTER SELECT NOW NAMES THE ALTERNATE KEY
002950*                  ON THE CPF ADDED TO PERSONREC.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. PERSRECN.
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS PM-ID
004666         ALTERNATE RECORD KEY IS PM-NOME WITH DUPLICATES
004732         ALTERNATE RECORD KEY IS PM-CPF WITH DUPLICATES
004800         FILE STATUS IS WS-STATUS-MASTER.
004900     SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
