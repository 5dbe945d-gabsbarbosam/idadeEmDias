000100******************************************************************
000200* PROGRAM:     OPERMNT
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     MAINTENANCE OF THE OPERATOR SECURITY FILE
000800*              (OPERSEG) THAT PERSMNT CHECKS AT SIGN-ON.  READS
000900*              THE SECURITY ADMINISTRATION TRANSACTION FILE
001000*              (OPERTRN) - ADD AN OPERATOR, CHANGE ONE, REVOKE
001100*              ONE, RE-ACTIVATE ONE (WHICH ALSO CLEARS A
001200*              LOCK-OUT) - APPLIES EACH AGAINST OPERSEG AND
001300*              PRINTS A LISTING (OPERLST) OF WHAT WAS DONE, WITH
001400*              REJECTED TRANSACTIONS AND THE REASON.  PASSWORDS
001500*              ARE NEVER PRINTED.
001600* TECTONICS:   cobc
001700*-----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*-----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 15/10/2026  GB   ORIGINAL VERSION.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. OPERMNT.
002500 AUTHOR. GABRIELA BARBOSA.
002600 INSTALLATION. DATA PROCESSING CENTER.
002700 DATE-WRITTEN. 15/10/2026.
002800 DATE-COMPILED.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPER-TRANS-FILE ASSIGN TO "OPERTRN"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-STATUS-TRANS.
003500     SELECT OPERATOR-FILE ASSIGN TO "OPERSEG"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS OP-ID
003900         FILE STATUS IS WS-STATUS-OPERSEG.
004000     SELECT OPER-LIST-FILE ASSIGN TO "OPERLST"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-STATUS-OPERLST.
004300 DATA DIVISION.
004400 FILE SECTION.
004500*-----------------------------------------------------------------
004600* OPER-TRANS-FILE - ONE TRANSACTION PER LINE FROM SECURITY
004700* ADMINISTRATION: A CODE (I = INCLUIR, A = ALTERAR, R = REVOGAR,
004800* L = LIBERAR) FOLLOWED BY THE OPERATOR FIELDS.  AN ADD NEEDS
004900* ALL OF THEM; ON A CHANGE A BLANK FIELD KEEPS THE ONE ON FILE;
005000* A REVOKE NEEDS ONLY THE ID; A RE-ACTIVATION MAY CARRY A NEW
005100* PASSWORD, AS IT USUALLY WILL AFTER A LOCK-OUT.  THE LEVEL IS
005200* 1 = INQUIRY ONLY, 2 = MAINTENANCE, 3 = SUPERVISOR.
005300*-----------------------------------------------------------------
005400 FD  OPER-TRANS-FILE.
005500 01  OPER-TRANS-RECORD.
005600     05  OT-CODIGO               PIC X(01).
005700     05  OT-ID                   PIC X(08).
005800     05  OT-NOME                 PIC X(30).
005900     05  OT-SENHA                PIC X(08).
006000     05  OT-NIVEL                PIC X(01).
006100         88  OT-NIVEL-VALIDO      VALUES "1" "2" "3".
006200     05  FILLER                  PIC X(32).
006300*-----------------------------------------------------------------
006400* OPERATOR-FILE - THE INDEXED OPERATOR SECURITY FILE.  THE
006500* SHARED OPERREC LAYOUT, AS PERSMNT READS IT.
006600*-----------------------------------------------------------------
006700 FD  OPERATOR-FILE.
006800     COPY OPERREC.
006900*-----------------------------------------------------------------
007000* OPER-LIST-FILE - THE PRINTED MAINTENANCE LISTING.
007100*-----------------------------------------------------------------
007200 FD  OPER-LIST-FILE.
007300 01  OPER-LIST-RECORD               PIC X(80).
007400 WORKING-STORAGE SECTION.
007500*-----------------------------------------------------------------
007600* END-OF-FILE SWITCH FOR THE TRANSACTION FILE.
007700*-----------------------------------------------------------------
007800 77  WS-FIM-TRANS                PIC X(01) VALUE "N".
007900     88  FIM-TRANS                VALUE "S".
008000*-----------------------------------------------------------------
008100* FILE STATUS FOR EVERY FILE, AND A SWITCH TO REMEMBER WHETHER
008200* ALL OF THEM CAME UP CLEAN, SO A MISSING OR UNWRITABLE FILE IS A
008300* REPORTED, GRACEFUL CANCELLATION RATHER THAN A RUNTIME ABORT.
008400*-----------------------------------------------------------------
008500 77  WS-STATUS-TRANS             PIC X(02) VALUE SPACES.
008600 77  WS-STATUS-OPERSEG           PIC X(02) VALUE SPACES.
008700 77  WS-STATUS-OPERLST           PIC X(02) VALUE SPACES.
008800 77  WS-LOTE-ABERTO-SW           PIC X(01) VALUE "N".
008900     88  LOTE-ABERTO              VALUE "S".
009000*-----------------------------------------------------------------
009100* APPLIED AND REJECTED COUNTS BY TRANSACTION TYPE, FOR THE
009200* CONTROL-TOTAL BLOCK AT THE END OF THE LISTING.
009300*-----------------------------------------------------------------
009400 77  WS-TOTAL-LIDAS              PIC 9(07) VALUE ZERO.
009500 77  WS-TOTAL-INCLUSOES          PIC 9(07) VALUE ZERO.
009600 77  WS-TOTAL-ALTERACOES         PIC 9(07) VALUE ZERO.
009700 77  WS-TOTAL-REVOGACOES         PIC 9(07) VALUE ZERO.
009800 77  WS-TOTAL-LIBERACOES         PIC 9(07) VALUE ZERO.
009900 77  WS-TOTAL-REJEITADAS         PIC 9(07) VALUE ZERO.
010000 77  WS-TOTAL-EDITADO            PIC ZZZZZZ9.
010100*-----------------------------------------------------------------
010200* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
010300* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
010400* COUNT AND RETURN CODE TO.
010500*-----------------------------------------------------------------
010600     COPY RUNLOGP.
010700*-----------------------------------------------------------------
010800* REPORT PAGE CONTROL AND SCRATCH LINE.
010900*-----------------------------------------------------------------
011000 77  WS-MAX-LINHAS-PAGINA        PIC 9(02) VALUE 20.
011100 77  WS-CONTADOR-LINHAS          PIC 9(02) VALUE ZERO.
011200 77  WS-NUMERO-PAGINA            PIC 9(04) VALUE ZERO.
011300 77  WS-LINHA-RELATORIO          PIC X(80) VALUE SPACES.
011400 77  WS-LINHA-GUARDADA           PIC X(80) VALUE SPACES.
011500 77  WS-TEXTO-RESULTADO          PIC X(60) VALUE SPACES.
011600 77  WS-ROTULO-TOTAL             PIC X(25) VALUE SPACES.
011700 77  WS-MSG-ERRO                 PIC X(30) VALUE SPACES.
011800*-----------------------------------------------------------------
011900* LITERAL COLUMN HEADING LINE FOR THE LISTING.
012000*-----------------------------------------------------------------
012100 01  WS-CABECALHO-COLUNAS.
012200     05  FILLER                  PIC X(03) VALUE "CD".
012300     05  FILLER                  PIC X(10) VALUE "OPERADOR".
012400     05  FILLER                  PIC X(67) VALUE "RESULTADO".
012500*-----------------------------------------------------------------
012600* TODAY'S DATE, FROM FUNCTION CURRENT-DATE (YYYYMMDD PORTION).
012700*-----------------------------------------------------------------
012800 77  WS-DATA-HOJE                PIC 9(08) VALUE ZEROS.
012900
013000 PROCEDURE DIVISION.
013100 0000-MAINLINE.
013200
013300     MOVE "INICIO" TO RL-EVENTO
013400     MOVE ZERO     TO RL-CONTAGEM
013500     MOVE ZERO     TO RL-CODIGO-RETORNO
013600     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
013700
013800     PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT
013900
014000     IF LOTE-ABERTO
014100         PERFORM 4000-PROCESSAR-TRANSACAO THRU 4000-EXIT
014200             UNTIL FIM-TRANS
014300         PERFORM 5300-FECHAR-ARQUIVOS THRU 5300-EXIT
014400     END-IF
014500
014600     MOVE "FIM"          TO RL-EVENTO
014700     MOVE WS-TOTAL-LIDAS TO RL-CONTAGEM
014800     MOVE RETURN-CODE    TO RL-CODIGO-RETORNO
014900     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
015000
015100     STOP RUN.
015200*-----------------------------------------------------------------
015300* 1000-ABRIR-ARQUIVOS
015400* OPENS THE TRANSACTION FILE, THE OPERATOR FILE (CREATED EMPTY
015500* ON THE VERY FIRST RUN, STATUS 35 - THE FIRST SUPERVISOR IS
015600* ADDED HERE) AND THE LISTING.  A FILE THAT WILL NOT OPEN
015700* CANCELS THE RUN WITH RETURN-CODE 8.  READS THE FIRST
015800* TRANSACTION AHEAD.
015900*-----------------------------------------------------------------
016000 1000-ABRIR-ARQUIVOS.
016100
016200     MOVE "N" TO WS-LOTE-ABERTO-SW
016300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
016400
016500     OPEN INPUT OPER-TRANS-FILE
016600     IF WS-STATUS-TRANS NOT = "00"
016700         DISPLAY "*** ERRO AO ABRIR OPERTRN - FILE STATUS "
016800             WS-STATUS-TRANS " - MANUTENCAO CANCELADA - "
016900             "RETURN-CODE 8 ***"
017000         MOVE 8 TO RETURN-CODE
017100         MOVE "S" TO WS-FIM-TRANS
017200     ELSE
017300         OPEN I-O OPERATOR-FILE
017400         IF WS-STATUS-OPERSEG = "35"
017500             OPEN OUTPUT OPERATOR-FILE
017600             CLOSE OPERATOR-FILE
017700             OPEN I-O OPERATOR-FILE
017800         END-IF
017900         OPEN OUTPUT OPER-LIST-FILE
018000         IF WS-STATUS-OPERSEG NOT = "00" OR
018100            WS-STATUS-OPERLST NOT = "00"
018200             DISPLAY "*** ERRO AO ABRIR OPERSEG/OPERLST - "
018300                 "MANUTENCAO CANCELADA - RETURN-CODE 8 ***"
018400             MOVE 8 TO RETURN-CODE
018500             CLOSE OPER-TRANS-FILE
018600             CLOSE OPERATOR-FILE
018700             CLOSE OPER-LIST-FILE
018800             MOVE "S" TO WS-FIM-TRANS
018900         ELSE
019000             PERFORM 5110-IMPRIMIR-CABECALHO THRU 5110-EXIT
019100             PERFORM 4700-LER-TRANSACAO THRU 4700-EXIT
019200             MOVE "S" TO WS-LOTE-ABERTO-SW
019300         END-IF
019400     END-IF.
019500
019600 1000-EXIT.
019700     EXIT.
019800*-----------------------------------------------------------------
019900* 4000-PROCESSAR-TRANSACAO
020000* APPLIES ONE TRANSACTION ALREADY IN MEMORY AGAINST THE OPERATOR
020100* FILE, THEN READS THE NEXT ONE AHEAD FOR THE NEXT ITERATION.
020200*-----------------------------------------------------------------
020300 4000-PROCESSAR-TRANSACAO.
020400
020500     ADD 1 TO WS-TOTAL-LIDAS
020600     EVALUATE OT-CODIGO
020700         WHEN "I"
020800             PERFORM 4100-APLICAR-INCLUSAO THRU 4100-EXIT
020900         WHEN "A"
021000             PERFORM 4200-APLICAR-ALTERACAO THRU 4200-EXIT
021100         WHEN "R"
021200             PERFORM 4300-APLICAR-REVOGACAO THRU 4300-EXIT
021300         WHEN "L"
021400             PERFORM 4400-APLICAR-LIBERACAO THRU 4400-EXIT
021500         WHEN OTHER
021600             MOVE "CODIGO DE TRANSACAO INVALIDO"
021700                 TO WS-MSG-ERRO
021800             PERFORM 4500-REJEITAR-TRANSACAO THRU 4500-EXIT
021900     END-EVALUATE
022000
022100     PERFORM 4700-LER-TRANSACAO THRU 4700-EXIT.
022200
022300 4000-EXIT.
022400     EXIT.
022500*-----------------------------------------------------------------
022600* 4100-APLICAR-INCLUSAO
022700* ADDS A NEW OPERATOR, ACTIVE AND WITH NO FAILURES.  THE ID,
022800* NAME AND PASSWORD ARE REQUIRED AND THE LEVEL MUST BE ONE OF
022900* THE THREE; AN ID ALREADY ON FILE - ACTIVE OR REVOKED - IS
023000* REJECTED, SO AN OLD ID IS NEVER HANDED TO A NEW PERSON AND
023100* THE SIGN-ON LOG AND HISTORY KEEP MEANING ONE OPERATOR.
023200*-----------------------------------------------------------------
023300 4100-APLICAR-INCLUSAO.
023400
023500     MOVE SPACES TO WS-MSG-ERRO
023600     EVALUATE TRUE
023700         WHEN OT-ID = SPACES
023800             MOVE "ID DO OPERADOR EM BRANCO" TO WS-MSG-ERRO
023900         WHEN OT-NOME = SPACES
024000             MOVE "NOME EM BRANCO" TO WS-MSG-ERRO
024100         WHEN OT-SENHA = SPACES
024200             MOVE "SENHA EM BRANCO" TO WS-MSG-ERRO
024300         WHEN NOT OT-NIVEL-VALIDO
024400             MOVE "NIVEL INVALIDO (1, 2 OU 3)" TO WS-MSG-ERRO
024500         WHEN OTHER
024600             MOVE OT-ID TO OP-ID
024700             READ OPERATOR-FILE
024800                 INVALID KEY CONTINUE
024900             END-READ
025000             IF WS-STATUS-OPERSEG = "00"
025100                 MOVE "OPERADOR JA EXISTE" TO WS-MSG-ERRO
025200             END-IF
025300     END-EVALUATE
025400
025500     IF WS-MSG-ERRO NOT = SPACES
025600         PERFORM 4500-REJEITAR-TRANSACAO THRU 4500-EXIT
025700     ELSE
025800         MOVE SPACES   TO OPERATOR-RECORD
025900         MOVE OT-ID    TO OP-ID
026000         MOVE OT-NOME  TO OP-NOME
026100         MOVE OT-SENHA TO OP-SENHA
026200         MOVE OT-NIVEL TO OP-NIVEL
026300         MOVE "A"      TO OP-SITUACAO
026400         MOVE ZERO     TO OP-FALHAS
026500         MOVE ZERO     TO OP-DATA-ULTIMO-ACESSO
026600         MOVE ZERO     TO OP-DATA-REVOGACAO
026700         WRITE OPERATOR-RECORD
026800             INVALID KEY
026900                 MOVE "ERRO DE GRAVACAO NO OPERSEG"
027000                     TO WS-MSG-ERRO
027100                 PERFORM 4500-REJEITAR-TRANSACAO
027200                     THRU 4500-EXIT
027300             NOT INVALID KEY
027400                 ADD 1 TO WS-TOTAL-INCLUSOES
027500                 MOVE SPACES TO WS-LINHA-RELATORIO
027600                 STRING "INCLUIDO - NIVEL " DELIMITED BY SIZE
027700                     OP-NIVEL               DELIMITED BY SIZE
027800                     " - "                  DELIMITED BY SIZE
027900                     OP-NOME                DELIMITED BY SIZE
028000                     INTO WS-LINHA-RELATORIO
028100                 END-STRING
028200                 PERFORM 4600-GRAVAR-DETALHE THRU 4600-EXIT
028300         END-WRITE
028400     END-IF.
028500
028600 4100-EXIT.
028700     EXIT.
028800*-----------------------------------------------------------------
028900* 4200-APLICAR-ALTERACAO
029000* CHANGES THE NAME, PASSWORD AND/OR LEVEL OF AN OPERATOR ON
029100* FILE - A BLANK FIELD KEEPS THE ONE ON FILE.  THE STATUS AND
029200* FAILURE COUNT ARE NOT TOUCHED HERE - A REVOKED OR LOCKED-OUT
029300* OPERATOR COMES BACK ONLY THROUGH AN "L" TRANSACTION.
029400*-----------------------------------------------------------------
029500 4200-APLICAR-ALTERACAO.
029600
029700     MOVE SPACES TO WS-MSG-ERRO
029800     MOVE OT-ID TO OP-ID
029900     READ OPERATOR-FILE
030000         INVALID KEY
030100             MOVE "OPERADOR NAO CADASTRADO" TO WS-MSG-ERRO
030200     END-READ
030300
030400     IF WS-MSG-ERRO = SPACES AND
030500        OT-NIVEL NOT = SPACE AND NOT OT-NIVEL-VALIDO
030600         MOVE "NIVEL INVALIDO (1, 2 OU 3)" TO WS-MSG-ERRO
030700     END-IF
030800     IF WS-MSG-ERRO = SPACES AND OT-NOME = SPACES AND
030900        OT-SENHA = SPACES AND OT-NIVEL = SPACE
031000         MOVE "NENHUM CAMPO INFORMADO" TO WS-MSG-ERRO
031100     END-IF
031200
031300     IF WS-MSG-ERRO NOT = SPACES
031400         PERFORM 4500-REJEITAR-TRANSACAO THRU 4500-EXIT
031500     ELSE
031600         IF OT-NOME NOT = SPACES
031700             MOVE OT-NOME TO OP-NOME
031800         END-IF
031900         IF OT-SENHA NOT = SPACES
032000             MOVE OT-SENHA TO OP-SENHA
032100         END-IF
032200         IF OT-NIVEL NOT = SPACE
032300             MOVE OT-NIVEL TO OP-NIVEL
032400         END-IF
032500         REWRITE OPERATOR-RECORD
032600             INVALID KEY
032700                 MOVE "ERRO DE REGRAVACAO NO OPERSEG"
032800                     TO WS-MSG-ERRO
032900                 PERFORM 4500-REJEITAR-TRANSACAO
033000                     THRU 4500-EXIT
033100             NOT INVALID KEY
033200                 ADD 1 TO WS-TOTAL-ALTERACOES
033300                 MOVE SPACES TO WS-LINHA-RELATORIO
033400                 STRING "ALTERADO - NIVEL " DELIMITED BY SIZE
033500                     OP-NIVEL               DELIMITED BY SIZE
033600                     INTO WS-LINHA-RELATORIO
033700                 END-STRING
033800                 IF OT-SENHA NOT = SPACES
033900                     MOVE WS-LINHA-RELATORIO
034000                         TO WS-TEXTO-RESULTADO
034100                     MOVE SPACES TO WS-LINHA-RELATORIO
034200                     STRING WS-TEXTO-RESULTADO (1:19)
034300                         DELIMITED BY SIZE
034400                         " - SENHA TROCADA" DELIMITED BY SIZE
034500                         INTO WS-LINHA-RELATORIO
034600                     END-STRING
034700                 END-IF
034800                 PERFORM 4600-GRAVAR-DETALHE THRU 4600-EXIT
034900         END-REWRITE
035000     END-IF.
035100
035200 4200-EXIT.
035300     EXIT.
035400*-----------------------------------------------------------------
035500* 4300-APLICAR-REVOGACAO
035600* REVOKES AN OPERATOR - PERSMNT REFUSES THE SIGN-ON FROM THEN
035700* ON.  THE RECORD STAYS ON FILE, DATED, SO THE ID IS NEVER
035800* REUSED.  REVOKING AN OPERATOR ALREADY REVOKED IS REJECTED SO
035900* THE ORIGINAL REVOCATION DATE IS KEPT.
036000*-----------------------------------------------------------------
036100 4300-APLICAR-REVOGACAO.
036200
036300     MOVE SPACES TO WS-MSG-ERRO
036400     MOVE OT-ID TO OP-ID
036500     READ OPERATOR-FILE
036600         INVALID KEY
036700             MOVE "OPERADOR NAO CADASTRADO" TO WS-MSG-ERRO
036800     END-READ
036900     IF WS-MSG-ERRO = SPACES AND OP-REVOGADO
037000         MOVE "OPERADOR JA REVOGADO" TO WS-MSG-ERRO
037100     END-IF
037200
037300     IF WS-MSG-ERRO NOT = SPACES
037400         PERFORM 4500-REJEITAR-TRANSACAO THRU 4500-EXIT
037500     ELSE
037600         MOVE "R"          TO OP-SITUACAO
037700         MOVE WS-DATA-HOJE TO OP-DATA-REVOGACAO
037800         REWRITE OPERATOR-RECORD
037900             INVALID KEY
038000                 MOVE "ERRO DE REGRAVACAO NO OPERSEG"
038100                     TO WS-MSG-ERRO
038200                 PERFORM 4500-REJEITAR-TRANSACAO
038300                     THRU 4500-EXIT
038400             NOT INVALID KEY
038500                 ADD 1 TO WS-TOTAL-REVOGACOES
038600                 MOVE "REVOGADO" TO WS-LINHA-RELATORIO
038700                 PERFORM 4600-GRAVAR-DETALHE THRU 4600-EXIT
038800         END-REWRITE
038900     END-IF.
039000
039100 4300-EXIT.
039200     EXIT.
039300*-----------------------------------------------------------------
039400* 4400-APLICAR-LIBERACAO
039500* RE-ACTIVATES A REVOKED OR LOCKED-OUT OPERATOR AND CLEARS THE
039600* CONSECUTIVE-FAILURE COUNT.  A NEW PASSWORD ON THE TRANSACTION
039700* REPLACES THE OLD ONE, AS IT SHOULD AFTER A LOCK-OUT.  THE
039800* LISTING SHOWS THE DATE THE OPERATOR HAD BEEN REVOKED.
039900*-----------------------------------------------------------------
040000 4400-APLICAR-LIBERACAO.
040100
040200     MOVE SPACES TO WS-MSG-ERRO
040300     MOVE OT-ID TO OP-ID
040400     READ OPERATOR-FILE
040500         INVALID KEY
040600             MOVE "OPERADOR NAO CADASTRADO" TO WS-MSG-ERRO
040700     END-READ
040800     IF WS-MSG-ERRO = SPACES AND OP-ATIVO AND OP-FALHAS = ZERO
040900         MOVE "OPERADOR JA ATIVO" TO WS-MSG-ERRO
041000     END-IF
041100
041200     IF WS-MSG-ERRO NOT = SPACES
041300         PERFORM 4500-REJEITAR-TRANSACAO THRU 4500-EXIT
041400     ELSE
041500         MOVE SPACES TO WS-LINHA-RELATORIO
041600         IF OP-REVOGADO
041700             STRING "LIBERADO - REVOGADO EM " DELIMITED BY SIZE
041800                 OP-DATA-REVOGACAO (7:2)   DELIMITED BY SIZE
041900                 "/"                       DELIMITED BY SIZE
042000                 OP-DATA-REVOGACAO (5:2)   DELIMITED BY SIZE
042100                 "/"                       DELIMITED BY SIZE
042200                 OP-DATA-REVOGACAO (1:4)   DELIMITED BY SIZE
042300                 INTO WS-LINHA-RELATORIO
042400             END-STRING
042500         ELSE
042600             MOVE "LIBERADO - FALHAS ZERADAS"
042700                 TO WS-LINHA-RELATORIO
042800         END-IF
042900         MOVE "A"  TO OP-SITUACAO
043000         MOVE ZERO TO OP-FALHAS
043100         MOVE ZERO TO OP-DATA-REVOGACAO
043200         IF OT-SENHA NOT = SPACES
043300             MOVE OT-SENHA TO OP-SENHA
043400         END-IF
043500         REWRITE OPERATOR-RECORD
043600             INVALID KEY
043700                 MOVE "ERRO DE REGRAVACAO NO OPERSEG"
043800                     TO WS-MSG-ERRO
043900                 PERFORM 4500-REJEITAR-TRANSACAO
044000                     THRU 4500-EXIT
044100             NOT INVALID KEY
044200                 ADD 1 TO WS-TOTAL-LIBERACOES
044300                 PERFORM 4600-GRAVAR-DETALHE THRU 4600-EXIT
044400         END-REWRITE
044500     END-IF.
044600
044700 4400-EXIT.
044800     EXIT.
044900*-----------------------------------------------------------------
045000* 4500-REJEITAR-TRANSACAO
045100* COUNTS AND PRINTS A REJECTED TRANSACTION WITH THE REASON LEFT
045200* IN WS-MSG-ERRO.  THE OPERATOR FILE IS LEFT UNTOUCHED.
045300*-----------------------------------------------------------------
045400 4500-REJEITAR-TRANSACAO.
045500
045600     ADD 1 TO WS-TOTAL-REJEITADAS
045700     MOVE SPACES TO WS-LINHA-RELATORIO
045800     STRING "REJEITADA - "          DELIMITED BY SIZE
045900         WS-MSG-ERRO                DELIMITED BY SIZE
046000         INTO WS-LINHA-RELATORIO
046100     END-STRING
046200     PERFORM 4600-GRAVAR-DETALHE THRU 4600-EXIT.
046300
046400 4500-EXIT.
046500     EXIT.
046600*-----------------------------------------------------------------
046700* 4600-GRAVAR-DETALHE
046800* PRINTS ONE DETAIL LINE - THE TRANSACTION CODE AND OPERATOR ID,
046900* AND THE RESULT TEXT ALREADY LEFT IN WS-LINHA-RELATORIO BY THE
047000* CALLER.
047100*-----------------------------------------------------------------
047200 4600-GRAVAR-DETALHE.
047300
047400     MOVE WS-LINHA-RELATORIO TO WS-TEXTO-RESULTADO
047500     MOVE SPACES TO WS-LINHA-RELATORIO
047600     STRING OT-CODIGO               DELIMITED BY SIZE
047700         "  "                       DELIMITED BY SIZE
047800         OT-ID                      DELIMITED BY SIZE
047900         "  "                       DELIMITED BY SIZE
048000         WS-TEXTO-RESULTADO         DELIMITED BY SIZE
048100         INTO WS-LINHA-RELATORIO
048200     END-STRING
048300     PERFORM 4650-GRAVAR-LINHA THRU 4650-EXIT.
048400
048500 4600-EXIT.
048600     EXIT.
048700*-----------------------------------------------------------------
048800* 4650-GRAVAR-LINHA
048900* WRITES ONE LISTING LINE, BREAKING TO A NEW PAGE WHEN THE PAGE
049000* IS FULL.  THE PAGE HEADER USES WS-LINHA-RELATORIO AS ITS OWN
049100* SCRATCH AREA, SO THE PENDING LINE IS HELD ACROSS THE BREAK.
049200*-----------------------------------------------------------------
049300 4650-GRAVAR-LINHA.
049400
049500     IF WS-CONTADOR-LINHAS >= WS-MAX-LINHAS-PAGINA
049600         MOVE WS-LINHA-RELATORIO TO WS-LINHA-GUARDADA
049700         PERFORM 5110-IMPRIMIR-CABECALHO THRU 5110-EXIT
049800         MOVE WS-LINHA-GUARDADA TO WS-LINHA-RELATORIO
049900     END-IF
050000     WRITE OPER-LIST-RECORD FROM WS-LINHA-RELATORIO
050100     ADD 1 TO WS-CONTADOR-LINHAS.
050200
050300 4650-EXIT.
050400     EXIT.
050500*-----------------------------------------------------------------
050600* 4700-LER-TRANSACAO
050700*-----------------------------------------------------------------
050800 4700-LER-TRANSACAO.
050900
051000     READ OPER-TRANS-FILE
051100         AT END SET FIM-TRANS TO TRUE
051200     END-READ.
051300
051400 4700-EXIT.
051500     EXIT.
051600*-----------------------------------------------------------------
051700* 5110-IMPRIMIR-CABECALHO
051800* STARTS A NEW LISTING PAGE - TITLE/DATE LINE, BLANK LINE, COLUMN
051900* HEADINGS, BLANK LINE - AND RESETS THE PER-PAGE LINE COUNTER.
052000*-----------------------------------------------------------------
052100 5110-IMPRIMIR-CABECALHO.
052200
052300     ADD 1  TO WS-NUMERO-PAGINA
052400     MOVE ZERO TO WS-CONTADOR-LINHAS
052500
052600     MOVE SPACES TO WS-LINHA-RELATORIO
052700     STRING "MANUTENCAO DE OPERADORES"
052800         DELIMITED BY SIZE
052900         "   DATA: " DELIMITED BY SIZE
053000         WS-DATA-HOJE (7:2) DELIMITED BY SIZE
053100         "/" DELIMITED BY SIZE
053200         WS-DATA-HOJE (5:2) DELIMITED BY SIZE
053300         "/" DELIMITED BY SIZE
053400         WS-DATA-HOJE (1:4) DELIMITED BY SIZE
053500         "   PAGINA: " DELIMITED BY SIZE
053600         WS-NUMERO-PAGINA DELIMITED BY SIZE
053700         INTO WS-LINHA-RELATORIO
053800     END-STRING
053900     WRITE OPER-LIST-RECORD FROM WS-LINHA-RELATORIO
054000
054100     MOVE SPACES TO WS-LINHA-RELATORIO
054200     WRITE OPER-LIST-RECORD FROM WS-LINHA-RELATORIO
054300
054400     WRITE OPER-LIST-RECORD FROM WS-CABECALHO-COLUNAS
054500
054600     MOVE SPACES TO WS-LINHA-RELATORIO
054700     WRITE OPER-LIST-RECORD FROM WS-LINHA-RELATORIO.
054800
054900 5110-EXIT.
055000     EXIT.
055100*-----------------------------------------------------------------
055200* 5300-FECHAR-ARQUIVOS
055300*-----------------------------------------------------------------
055400 5300-FECHAR-ARQUIVOS.
055500
055600     PERFORM 5400-IMPRIMIR-RODAPE THRU 5400-EXIT
055700     CLOSE OPER-TRANS-FILE
055800     CLOSE OPERATOR-FILE
055900     CLOSE OPER-LIST-FILE.
056000
056100 5300-EXIT.
056200     EXIT.
056300*-----------------------------------------------------------------
056400* 5400-IMPRIMIR-RODAPE
056500* PRINTS THE CONTROL TOTALS - TRANSACTIONS READ, APPLIED BY TYPE
056600* AND REJECTED.
056700*-----------------------------------------------------------------
056800 5400-IMPRIMIR-RODAPE.
056900
057000     MOVE SPACES TO WS-LINHA-RELATORIO
057100     WRITE OPER-LIST-RECORD FROM WS-LINHA-RELATORIO
057200
057300     MOVE "TRANSACOES LIDAS" TO WS-ROTULO-TOTAL
057400     MOVE WS-TOTAL-LIDAS TO WS-TOTAL-EDITADO
057500     PERFORM 5410-GRAVAR-TOTAL THRU 5410-EXIT
057600
057700     MOVE "OPERADORES INCLUIDOS" TO WS-ROTULO-TOTAL
057800     MOVE WS-TOTAL-INCLUSOES TO WS-TOTAL-EDITADO
057900     PERFORM 5410-GRAVAR-TOTAL THRU 5410-EXIT
058000
058100     MOVE "OPERADORES ALTERADOS" TO WS-ROTULO-TOTAL
058200     MOVE WS-TOTAL-ALTERACOES TO WS-TOTAL-EDITADO
058300     PERFORM 5410-GRAVAR-TOTAL THRU 5410-EXIT
058400
058500     MOVE "OPERADORES REVOGADOS" TO WS-ROTULO-TOTAL
058600     MOVE WS-TOTAL-REVOGACOES TO WS-TOTAL-EDITADO
058700     PERFORM 5410-GRAVAR-TOTAL THRU 5410-EXIT
058800
058900     MOVE "OPERADORES LIBERADOS" TO WS-ROTULO-TOTAL
059000     MOVE WS-TOTAL-LIBERACOES TO WS-TOTAL-EDITADO
059100     PERFORM 5410-GRAVAR-TOTAL THRU 5410-EXIT
059200
059300     MOVE "TRANSACOES REJEITADAS" TO WS-ROTULO-TOTAL
059400     MOVE WS-TOTAL-REJEITADAS TO WS-TOTAL-EDITADO
059500     PERFORM 5410-GRAVAR-TOTAL THRU 5410-EXIT.
059600
059700 5400-EXIT.
059800     EXIT.
059900*-----------------------------------------------------------------
060000* 5410-GRAVAR-TOTAL
060100* PRINTS ONE CONTROL-TOTAL LINE FROM THE LABEL AND EDITED COUNT
060200* LEFT BY THE CALLER.
060300*-----------------------------------------------------------------
060400 5410-GRAVAR-TOTAL.
060500
060600     MOVE SPACES TO WS-LINHA-RELATORIO
060700     STRING "*** " WS-ROTULO-TOTAL ": " WS-TOTAL-EDITADO " ***"
060800         DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
060900     END-STRING
061000     WRITE OPER-LIST-RECORD FROM WS-LINHA-RELATORIO.
061100
061200 5410-EXIT.
061300     EXIT.
061400*-----------------------------------------------------------------
061500* 6000-REGISTRAR-EXECUCAO
061600* RECORDS THE RUN ON THE SHARED RUN LOG THROUGH RUNLOGW, WITH
061700* THE EVENT, COUNT AND RETURN CODE THE CALLER LEFT.
061800*-----------------------------------------------------------------
061900 6000-REGISTRAR-EXECUCAO.
062000
062100     MOVE "OPERMNT" TO RL-JOB-ID
062200     CALL "RUNLOGW" USING RUNLOG-PARAMETROS.
062300
062400 6000-EXIT.
062500     EXIT.
062600 END PROGRAM OPERMNT.
