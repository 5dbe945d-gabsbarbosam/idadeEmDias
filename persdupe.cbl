002900*-----------------------------------------------------------------
003000* DATE       INIT  DESCRIPTION
003100* 03/09/2026  GB   ORIGINAL VERSION.
003110* 15/10/2026  GB   THE MASTER SELECT NOW NAMES THE ALTERNATE KEY
003120*                  ON THE CPF ADDED TO PERSONREC.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. PERSDUPE.
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS PM-ID
004566         ALTERNATE RECORD KEY IS PM-NOME WITH DUPLICATES
004632         ALTERNATE RECORD KEY IS PM-CPF WITH DUPLICATES
004700         FILE STATUS IS WS-STATUS-MASTER.
004800     SELECT DUPE-REPORT-FILE ASSIGN TO "DUPRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
