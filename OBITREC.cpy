000100******************************************************************
000200* COPYBOOK:    OBITREC
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* PURPOSE:     ONE DEATH NOTIFICATION FROM THE MONTHLY CIVIL
000700*              REGISTRY FILE (OBITREG) - THE NAME AND BIRTH DATE
000800*              AS THE REGISTRY RECORDED THEM AND THE DATE OF
000900*              DEATH.  THE REGISTRY HAS NO PR-ID, SO THE MATCH
001000*              RUN (PERSOBIT) FINDS THE PERSON ON THE MASTER BY
001100*              BIRTH DATE AND NAME.
001200*-----------------------------------------------------------------
001300* MODIFICATION HISTORY
001400*-----------------------------------------------------------------
001500* DATE       INIT  DESCRIPTION
001600* 15/10/2026  GB   ORIGINAL VERSION.
001700******************************************************************
001800 01  DEATH-NOTICE-RECORD.
001900     05  DN-NOME                 PIC X(30).
002000*        RAW BIRTH-DATE TEXT IN ANY FORMAT AGECALC ACCEPTS.
002100     05  DN-DATA-NASCIMENTO      PIC X(10).
002200*        DATE OF DEATH (AAAAMMDD).
002300     05  DN-DATA-OBITO           PIC X(08).
002400     05  FILLER                  PIC X(12).
