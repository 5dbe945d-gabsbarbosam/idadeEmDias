000100******************************************************************
000200* COPYBOOK:    GENCATRC
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* PURPOSE:     ONE ENTRY OF THE GENERATION CATALOG (GENCAT,
000700*              INDEXED ON THE FILE NAME).  EVERY PROGRAM THAT
000800*              CREATES A DATED FILE - THE PERSUNLD BACKUPS
000900*              (PERSBKP.AAAAMMDD), THE AUDITRET ARCHIVES
001000*              (AUDARCH.AAAAMMDD) AND THE SAVED PRIOR EXTRACTS
001100*              (AGEEXTRP.AAAAMMDD) - REGISTERS IT HERE THROUGH
001200*              GENCATW, WITH ITS TYPE, CREATION DATE, RECORD
001300*              COUNT AND THE JOB THAT MADE IT.  GENLIMP DELETES
001400*              THE GENERATIONS PAST THEIR RETENTION AND THEIR
001500*              ENTRIES; PERSUNLD OFFERS THE LATEST GOOD BACKUP
001600*              FROM IT ON A RELOAD.  THE NAME CARRIES THE DATE,
001700*              SO IN KEY ORDER THE GENERATIONS OF ONE TYPE
001800*              COME OLDEST FIRST.
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*-----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* 15/10/2026  GB   ORIGINAL VERSION.
002400******************************************************************
002500 01  GEN-CATALOG-RECORD.
002600     05  GC-NOME-ARQUIVO         PIC X(24).
002700*        PERSBKP, AUDARCH OR AGEEXTRP - THE KEY INTO THE
002800*        RETENTION TABLE.
002900     05  GC-TIPO                 PIC X(08).
003000     05  GC-DATA-CRIACAO         PIC 9(08).
003100     05  GC-QTD-REGISTROS        PIC 9(07).
003200     05  GC-JOB-ID               PIC X(08).
003300*        D = DAILY GENERATION, M = MONTH-END GENERATION - EACH
003400*        KEPT TO ITS OWN COUNT IN THE RETENTION TABLE.
003500     05  GC-CLASSE               PIC X(01).
003600         88  GC-CLASSE-DIARIA     VALUE "D".
003700         88  GC-CLASSE-MENSAL     VALUE "M".
003800*        B = BOA (THE CREATING JOB VOUCHED FOR IT), A =
003900*        AVARIADA (WRITTEN, BUT THE JOB FOUND DAMAGE - A
004000*        BACKUP OF A BROKEN MASTER, SAY).  ONLY A GOOD
004100*        GENERATION IS OFFERED FOR A RELOAD.
004200     05  GC-SITUACAO             PIC X(01).
004300         88  GC-SIT-BOA           VALUE "B".
004400         88  GC-SIT-AVARIADA      VALUE "A".
004500     05  FILLER                  PIC X(23).
