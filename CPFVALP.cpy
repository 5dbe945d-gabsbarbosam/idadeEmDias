000100******************************************************************
000200* COPYBOOK:    CPFVALP
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* PURPOSE:     PARAMETER AREA FOR THE CPFVALID SUBPROGRAM - THE
000700*              ONE PLACE THE CPF CHECK-DIGIT RULE LIVES IN THIS
000800*              SHOP.  THE CALLER SUPPLIES THE ELEVEN CPF DIGITS
000900*              AS TEXT; CPFVALID RETURNS A RETURN CODE WITH THE
001000*              REJECTION REASON WHEN THE NUMBER FAILS EDITING.
001100*              A BLANK CPF (NOT INFORMED) IS THE CALLER'S CALL -
001200*              CPFVALID REJECTS IT LIKE ANY OTHER NON-NUMBER.
001300*-----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*-----------------------------------------------------------------
001600* DATE       INIT  DESCRIPTION
001700* 15/10/2026  GB   ORIGINAL VERSION.
001800******************************************************************
001900 01  CPFVALID-PARAMETROS.
002000*        THE CPF AS ELEVEN DIGITS, NO DOTS OR DASH.
002100     05  CV-CPF                  PIC X(11).
002200*        00 = ACCEPTED; 08 = REJECTED, SEE CV-MSG-ERRO.
002300     05  CV-CODIGO-RETORNO       PIC 9(02).
002400         88  CV-OK                VALUE 00.
002500     05  CV-MSG-ERRO             PIC X(30).
