000100******************************************************************
000200* PROGRAM:     CPFVALID
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     THE ONE PLACE THE CPF CHECK-DIGIT RULE LIVES IN
000800*              THIS SHOP.  EDITS A CPF (ELEVEN DIGITS, NO DOTS
000900*              OR DASH) - ALL NUMERIC, NOT ONE DIGIT REPEATED
001000*              ELEVEN TIMES (THOSE PASS THE ARITHMETIC BUT ARE
001100*              NEVER ISSUED), AND BOTH CHECK DIGITS RIGHT BY
001200*              THE MODULO-11 RULE OF THE RECEITA FEDERAL.
001300*              CALLED BY PERSMNT, PERSEDIT, PERSUPDT AND
001400*              IDADEEMDIAS, SO EVERY ENTRY POINT TO THE PERSON
001500*              MASTER APPLIES THE SAME TEST.  SEE THE CPFVALP
001600*              COPYBOOK FOR THE PARAMETER AREA.
001700* TECTONICS:   cobc
001800*-----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 15/10/2026  GB   ORIGINAL VERSION.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CPFVALID.
002600 AUTHOR. GABRIELA BARBOSA.
002700 INSTALLATION. DATA PROCESSING CENTER.
002800 DATE-WRITTEN. 15/10/2026.
002900 DATE-COMPILED.
003000 ENVIRONMENT DIVISION.
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300*-----------------------------------------------------------------
003400* THE CPF UNDER EDIT, SEEN ALSO AS ITS ELEVEN SEPARATE DIGITS.
003500*-----------------------------------------------------------------
003600 01  WS-CPF.
003700     05  WS-CPF-TEXTO            PIC X(11).
003800 01  WS-CPF-R REDEFINES WS-CPF.
003900     05  WS-CPF-DIGITO           PIC 9(01) OCCURS 11 TIMES.
004000*-----------------------------------------------------------------
004100* CHECK-DIGIT WORK FIELDS - HOW MANY DIGITS ENTER THE WEIGHTED
004200* SUM (9 FOR THE FIRST CHECK DIGIT, 10 FOR THE SECOND), THE
004300* WEIGHT OF THE DIGIT BEING ADDED, THE SUM, ITS REMAINDER BY 11
004400* AND THE CHECK DIGIT IT YIELDS.
004500*-----------------------------------------------------------------
004600 77  WS-IND-DIGITO               PIC 9(02) VALUE ZERO COMP.
004700 77  WS-QTD-DIGITOS              PIC 9(02) VALUE ZERO COMP.
004800 77  WS-PESO                     PIC 9(02) VALUE ZERO.
004900 77  WS-SOMA                     PIC 9(04) VALUE ZERO.
005000 77  WS-RESTO                    PIC 9(02) VALUE ZERO.
005100 77  WS-DIGITO-CALCULADO         PIC 9(01) VALUE ZERO.
005200 77  WS-CPF-VALIDO-SW            PIC X(01) VALUE "N".
005300     88  CPF-VALIDO               VALUE "S".
005400 77  WS-DIGITOS-IGUAIS-SW        PIC X(01) VALUE "N".
005500     88  DIGITOS-IGUAIS           VALUE "S".
005600 LINKAGE SECTION.
005700     COPY CPFVALP.
005800 PROCEDURE DIVISION USING CPFVALID-PARAMETROS.
005900 0000-PRINCIPAL.
006000
006100     MOVE ZERO   TO CV-CODIGO-RETORNO
006200     MOVE SPACES TO CV-MSG-ERRO
006300     MOVE CV-CPF TO WS-CPF-TEXTO
006400     MOVE "S"    TO WS-CPF-VALIDO-SW
006500
006600     IF WS-CPF-TEXTO IS NOT NUMERIC
006700         MOVE "N" TO WS-CPF-VALIDO-SW
006800         MOVE "CPF DEVE TER 11 DIGITOS" TO CV-MSG-ERRO
006900     END-IF
007000
007100     IF CPF-VALIDO
007200         PERFORM 1000-VERIFICAR-REPETIDOS THRU 1000-EXIT
007300         IF DIGITOS-IGUAIS
007400             MOVE "N" TO WS-CPF-VALIDO-SW
007500             MOVE "CPF INVALIDO - DIGITOS IGUAIS" TO CV-MSG-ERRO
007600         END-IF
007700     END-IF
007800
007900     IF CPF-VALIDO
008000         MOVE 9 TO WS-QTD-DIGITOS
008100         PERFORM 2000-CALCULAR-DIGITO THRU 2000-EXIT
008200         IF WS-DIGITO-CALCULADO NOT = WS-CPF-DIGITO (10)
008300             MOVE "N" TO WS-CPF-VALIDO-SW
008400             MOVE "CPF COM DIGITO VERIF. INVALIDO"
008500                 TO CV-MSG-ERRO
008600         END-IF
008700     END-IF
008800
008900     IF CPF-VALIDO
009000         MOVE 10 TO WS-QTD-DIGITOS
009100         PERFORM 2000-CALCULAR-DIGITO THRU 2000-EXIT
009200         IF WS-DIGITO-CALCULADO NOT = WS-CPF-DIGITO (11)
009300             MOVE "N" TO WS-CPF-VALIDO-SW
009400             MOVE "CPF COM DIGITO VERIF. INVALIDO"
009500                 TO CV-MSG-ERRO
009600         END-IF
009700     END-IF
009800
009900     IF NOT CPF-VALIDO
010000         MOVE 08 TO CV-CODIGO-RETORNO
010100     END-IF
010200
010300     GOBACK.
010400*-----------------------------------------------------------------
010500* 1000-VERIFICAR-REPETIDOS
010600* SETS DIGITOS-IGUAIS WHEN ALL ELEVEN DIGITS ARE THE SAME
010700* (000.000.000-00 THROUGH 999.999.999-99) - THESE SATISFY THE
010800* CHECK-DIGIT ARITHMETIC BUT ARE NOT VALID NUMBERS.
010900*-----------------------------------------------------------------
011000 1000-VERIFICAR-REPETIDOS.
011100
011200     MOVE "S" TO WS-DIGITOS-IGUAIS-SW
011300     MOVE 2   TO WS-IND-DIGITO
011400     PERFORM 1100-COMPARAR-DIGITO THRU 1100-EXIT
011500         UNTIL NOT DIGITOS-IGUAIS OR WS-IND-DIGITO > 11.
011600
011700 1000-EXIT.
011800     EXIT.
011900*-----------------------------------------------------------------
012000* 1100-COMPARAR-DIGITO
012100* ONE STEP OF THE REPEATED-DIGIT TEST.
012200*-----------------------------------------------------------------
012300 1100-COMPARAR-DIGITO.
012400
012500     IF WS-CPF-DIGITO (WS-IND-DIGITO) NOT = WS-CPF-DIGITO (1)
012600         MOVE "N" TO WS-DIGITOS-IGUAIS-SW
012700     ELSE
012800         ADD 1 TO WS-IND-DIGITO
012900     END-IF.
013000
013100 1100-EXIT.
013200     EXIT.
013300*-----------------------------------------------------------------
013400* 2000-CALCULAR-DIGITO
013500* COMPUTES ONE CHECK DIGIT OVER THE FIRST WS-QTD-DIGITOS DIGITS -
013600* EACH DIGIT WEIGHTED FROM WS-QTD-DIGITOS + 1 DOWN TO 2, THE SUM
013700* TAKEN MODULO 11, AND A REMAINDER UNDER 2 GIVING A CHECK DIGIT
013800* OF ZERO, ANY OTHER GIVING 11 MINUS THE REMAINDER.
013900*-----------------------------------------------------------------
014000 2000-CALCULAR-DIGITO.
014100
014200     MOVE ZERO TO WS-SOMA
014300     MOVE 1    TO WS-IND-DIGITO
014400     PERFORM 2100-SOMAR-DIGITO THRU 2100-EXIT
014500         UNTIL WS-IND-DIGITO > WS-QTD-DIGITOS
014600
014700     COMPUTE WS-RESTO = FUNCTION MOD (WS-SOMA, 11)
014800     IF WS-RESTO < 2
014900         MOVE ZERO TO WS-DIGITO-CALCULADO
015000     ELSE
015100         COMPUTE WS-DIGITO-CALCULADO = 11 - WS-RESTO
015200     END-IF.
015300
015400 2000-EXIT.
015500     EXIT.
015600*-----------------------------------------------------------------
015700* 2100-SOMAR-DIGITO
015800* ADDS ONE WEIGHTED DIGIT TO THE CHECK-DIGIT SUM.
015900*-----------------------------------------------------------------
016000 2100-SOMAR-DIGITO.
016100
016200     COMPUTE WS-PESO = WS-QTD-DIGITOS + 2 - WS-IND-DIGITO
016300     COMPUTE WS-SOMA = WS-SOMA +
016400         WS-CPF-DIGITO (WS-IND-DIGITO) * WS-PESO
016500     ADD 1 TO WS-IND-DIGITO.
016600
016700 2100-EXIT.
016800     EXIT.
016900 END PROGRAM CPFVALID.
