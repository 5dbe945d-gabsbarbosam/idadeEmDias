000100******************************************************************
000200* PROGRAM:     GENLIMP
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     HOUSEKEEPING OF THE DATED GENERATIONS.  READS THE
000800*              RETENTION TABLE (GENRET - HOW MANY DAILY AND HOW
000900*              MANY MONTH-END GENERATIONS TO KEEP OF EACH FILE
001000*              TYPE) AND THE GENERATION CATALOG (GENCAT), AND
001100*              DELETES EVERY GENERATION OLDER THAN THE NEWEST
001200*              ONES ITS RULE KEEPS - THE FILE ITSELF AND ITS
001300*              CATALOG ENTRY.  THE NEWEST GOOD GENERATION OF A
001400*              TYPE IS NEVER DELETED, WHATEVER THE RULE SAYS, SO
001500*              THERE IS ALWAYS SOMETHING TO RELOAD FROM; A TYPE
001600*              WITH NO RULE IS NEVER TOUCHED.  THE REPORT
001700*              (GENRPT) LISTS WHAT WAS REMOVED AND THEN THE
001800*              CATALOG AS IT STANDS AFTERWARDS.  A GENERATION
001900*              THAT COULD NOT BE DELETED, OR A MISSING
002000*              RETENTION TABLE, ENDS THE RUN WITH RETURN-CODE 8.
002100* TECTONICS:   cobc
002200*-----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*-----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION
002600* 15/10/2026  GB   ORIGINAL VERSION.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. GENLIMP.
003000 AUTHOR. GABRIELA BARBOSA.
003100 INSTALLATION. DATA PROCESSING CENTER.
003200 DATE-WRITTEN. 15/10/2026.
003300 DATE-COMPILED.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT GEN-CATALOG-FILE ASSIGN TO "GENCAT"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS GC-NOME-ARQUIVO
004100         FILE STATUS IS WS-STATUS-GENCAT.
004200     SELECT RETENTION-FILE ASSIGN TO "GENRET"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-STATUS-GENRET.
004500     SELECT GENERATION-FILE ASSIGN USING WS-NOME-GERACAO
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-STATUS-GERACAO.
004800     SELECT HOUSEKEEPING-REPORT-FILE ASSIGN TO "GENRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-STATUS-GENRPT.
005100 DATA DIVISION.
005200 FILE SECTION.
005300*-----------------------------------------------------------------
005400* GEN-CATALOG-FILE - THE GENERATION CATALOG.  THE SHARED
005500* GENCATRC LAYOUT.
005600*-----------------------------------------------------------------
005700 FD  GEN-CATALOG-FILE.
005800     COPY GENCATRC.
005900*-----------------------------------------------------------------
006000* RETENTION-FILE - ONE LINE PER FILE TYPE, MAINTAINED BY
006100* OPERATIONS: THE TYPE AS CATALOGED, THEN HOW MANY DAILY AND
006200* HOW MANY MONTH-END GENERATIONS TO KEEP (THREE DIGITS EACH),
006300* E.G. "PERSBKP 007012".
006400*-----------------------------------------------------------------
006500 FD  RETENTION-FILE.
006600 01  RETENTION-RECORD.
006700     05  RT-TIPO                 PIC X(08).
006800     05  RT-MANTER-DIARIAS       PIC X(03).
006900     05  RT-MANTER-MENSAIS       PIC X(03).
007000     05  FILLER                  PIC X(66).
007100*-----------------------------------------------------------------
007200* GENERATION-FILE - THE GENERATION ABOUT TO BE DELETED, OPENED
007300* ONLY TO SEE WHETHER IT IS STILL ON DISK.
007400*-----------------------------------------------------------------
007500 FD  GENERATION-FILE.
007600 01  GENERATION-RECORD              PIC X(80).
007700*-----------------------------------------------------------------
007800* HOUSEKEEPING-REPORT-FILE - THE PRINTED HOUSEKEEPING REPORT.
007900*-----------------------------------------------------------------
008000 FD  HOUSEKEEPING-REPORT-FILE.
008100 01  HOUSEKEEPING-REPORT-RECORD     PIC X(80).
008200 WORKING-STORAGE SECTION.
008300*-----------------------------------------------------------------
008400* FILE STATUS FOR EVERY FILE, AND A SWITCH TO REMEMBER WHETHER
008500* THE RUN GOT AS FAR AS THE REPORT.
008600*-----------------------------------------------------------------
008700 77  WS-STATUS-GENCAT            PIC X(02) VALUE SPACES.
008800 77  WS-STATUS-GENRET            PIC X(02) VALUE SPACES.
008900 77  WS-STATUS-GERACAO           PIC X(02) VALUE SPACES.
009000 77  WS-STATUS-GENRPT            PIC X(02) VALUE SPACES.
009100 77  WS-LOTE-ABERTO-SW           PIC X(01) VALUE "N".
009200     88  LOTE-ABERTO              VALUE "S".
009300 77  WS-FIM-ENTRADA-SW           PIC X(01) VALUE "N".
009400     88  FIM-ENTRADA              VALUE "S".
009500*-----------------------------------------------------------------
009600* THE RETENTION TABLE, AS READ FROM GENRET.
009700*-----------------------------------------------------------------
009800 77  WS-MAX-REGRAS               PIC 9(02) VALUE 20 COMP.
009900 77  WS-QTD-REGRAS               PIC 9(02) VALUE ZERO COMP.
010000 77  WS-IND-REGRA                PIC 9(02) VALUE ZERO COMP.
010100 01  WS-TABELA-REGRAS.
010200     05  WS-REGRA-ITEM           OCCURS 20 TIMES.
010300         10  WS-REG-TIPO         PIC X(08).
010400         10  WS-REG-DIARIAS      PIC 9(03).
010500         10  WS-REG-MENSAIS      PIC 9(03).
010600 77  WS-ACHOU-REGRA-SW           PIC X(01) VALUE "N".
010700     88  ACHOU-REGRA              VALUE "S".
010800 77  WS-REGRAS-INVALIDAS         PIC 9(07) VALUE ZERO.
010900*-----------------------------------------------------------------
011000* THE CATALOG, LOADED WHOLE SO EVERY GENERATION CAN BE RANKED
011100* AGAINST THE OTHERS OF ITS TYPE, AND WHAT IS DECIDED FOR EACH:
011200*   M = MANTIDA (WITHIN ITS RULE)   U = ULTIMA BOA (PROTECTED)
011300*   S = SEM REGRA (TYPE NOT IN GENRET)
011400*   X = EXCLUIDA                    F = FILE WAS ALREADY GONE
011500*   E = ERRO (COULD NOT BE DELETED - KEPT ON THE CATALOG)
011600* A CATALOG PAST THE TABLE IS COUNTED; THE ENTRIES LEFT OUT ARE
011700* SIMPLY KEPT UNTIL THE NEXT RUN.
011800*-----------------------------------------------------------------
011900 77  WS-MAX-GERACOES             PIC 9(04) VALUE 500 COMP.
012000 77  WS-QTD-GERACOES             PIC 9(04) VALUE ZERO COMP.
012100 77  WS-IND-GERACAO              PIC 9(04) VALUE ZERO COMP.
012200 77  WS-IND-OUTRA                PIC 9(04) VALUE ZERO COMP.
012300 01  WS-TABELA-GERACOES.
012400     05  WS-GERACAO-ITEM         OCCURS 500 TIMES.
012500         10  WS-GER-NOME         PIC X(24).
012600         10  WS-GER-TIPO         PIC X(08).
012700         10  WS-GER-DATA         PIC 9(08).
012800         10  WS-GER-QTD          PIC 9(07).
012900         10  WS-GER-JOB          PIC X(08).
013000         10  WS-GER-CLASSE       PIC X(01).
013100         10  WS-GER-SITUACAO     PIC X(01).
013200         10  WS-GER-DECISAO      PIC X(01).
013300 77  WS-TOTAL-ESTOURO            PIC 9(07) VALUE ZERO.
013400*-----------------------------------------------------------------
013500* THE RANKING OF ONE GENERATION - HOW MANY NEWER ONES OF ITS
013600* TYPE AND CLASS THERE ARE, WHETHER A NEWER GOOD ONE OF ITS
013700* TYPE EXISTS, AND HOW MANY ITS RULE KEEPS.
013800*-----------------------------------------------------------------
013900 77  WS-QTD-MAIS-NOVAS           PIC 9(04) VALUE ZERO COMP.
014000 77  WS-QTD-MANTER               PIC 9(04) VALUE ZERO COMP.
014100 77  WS-BOA-MAIS-NOVA-SW         PIC X(01) VALUE "N".
014200     88  EXISTE-BOA-MAIS-NOVA     VALUE "S".
014300 77  WS-MAIS-NOVA-SW             PIC X(01) VALUE "N".
014400     88  OUTRA-MAIS-NOVA          VALUE "S".
014500*-----------------------------------------------------------------
014600* THE GENERATION BEING DELETED - THE NAME FOR THE DYNAMIC
014700* ASSIGN AND THE DELETE, AND THE ANSWER FROM THE DELETE.
014800*-----------------------------------------------------------------
014900 77  WS-NOME-GERACAO             PIC X(24) VALUE SPACES.
015000 77  WS-RETORNO-EXCLUSAO         PIC S9(09) VALUE ZERO COMP.
015100*-----------------------------------------------------------------
015200* CONTROL TOTALS.
015300*-----------------------------------------------------------------
015400 77  WS-TOTAL-CATALOGADAS        PIC 9(07) VALUE ZERO.
015500 77  WS-TOTAL-EXCLUIDAS          PIC 9(07) VALUE ZERO.
015600 77  WS-TOTAL-MANTIDAS           PIC 9(07) VALUE ZERO.
015700 77  WS-TOTAL-ERROS              PIC 9(07) VALUE ZERO.
015800 77  WS-TOTAL-EDITADO            PIC ZZZZZZ9.
015900 77  WS-ROTULO-TOTAL             PIC X(25) VALUE SPACES.
016000*-----------------------------------------------------------------
016100* REPORT PAGE CONTROL AND SCRATCH LINES.
016200*-----------------------------------------------------------------
016300 77  WS-MAX-LINHAS-PAGINA        PIC 9(02) VALUE 20.
016400 77  WS-CONTADOR-LINHAS          PIC 9(02) VALUE ZERO.
016500 77  WS-NUMERO-PAGINA            PIC 9(04) VALUE ZERO.
016600 77  WS-LINHA-RELATORIO          PIC X(80) VALUE SPACES.
016700 77  WS-LINHA-GUARDADA           PIC X(80) VALUE SPACES.
016800 77  WS-TEXTO-SECAO              PIC X(40) VALUE SPACES.
016900 77  WS-TEXTO-DECISAO            PIC X(21) VALUE SPACES.
017000 77  WS-QTD-EDITADO              PIC ZZZZZZ9.
017100 77  WS-DIARIAS-EDITADO          PIC ZZ9.
017200 77  WS-MENSAIS-EDITADO          PIC ZZ9.
017300*-----------------------------------------------------------------
017400* LITERAL COLUMN HEADING LINE FOR THE GENERATION LISTINGS.
017500*-----------------------------------------------------------------
017600 01  WS-CABECALHO-COLUNAS.
017700     05  FILLER                  PIC X(18) VALUE "GERACAO".
017800     05  FILLER                  PIC X(09) VALUE "TIPO".
017900     05  FILLER                  PIC X(03) VALUE "CL".
018000     05  FILLER                  PIC X(11) VALUE "CRIACAO".
018100     05  FILLER                  PIC X(08) VALUE "  REGS ".
018200     05  FILLER                  PIC X(10) VALUE " JOB".
018300     05  FILLER                  PIC X(21) VALUE "SITUACAO".
018400*-----------------------------------------------------------------
018500* TODAY'S DATE, FROM FUNCTION CURRENT-DATE (YYYYMMDD PORTION).
018600*-----------------------------------------------------------------
018700 77  WS-DATA-HOJE                PIC 9(08) VALUE ZEROS.
018800*-----------------------------------------------------------------
018900* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
019000* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
019100* COUNT AND RETURN CODE TO.
019200*-----------------------------------------------------------------
019300     COPY RUNLOGP.
019400
019500 PROCEDURE DIVISION.
019600 0000-MAINLINE.
019700
019800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
019900
020000     MOVE "INICIO" TO RL-EVENTO
020100     MOVE ZERO     TO RL-CONTAGEM
020200     MOVE ZERO     TO RL-CODIGO-RETORNO
020300     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
020400
020500     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
020600
020700     IF LOTE-ABERTO
020800         MOVE 1 TO WS-IND-GERACAO
020900         PERFORM 2000-CLASSIFICAR-GERACAO THRU 2000-EXIT
021000             UNTIL WS-IND-GERACAO > WS-QTD-GERACOES
021100
021200         MOVE "GERACOES EXCLUIDAS" TO WS-TEXTO-SECAO
021300         PERFORM 3150-IMPRIMIR-SECAO THRU 3150-EXIT
021400         MOVE 1 TO WS-IND-GERACAO
021500         PERFORM 3000-EXCLUIR-GERACAO THRU 3000-EXIT
021600             UNTIL WS-IND-GERACAO > WS-QTD-GERACOES
021700
021800         MOVE "CATALOGO APOS A LIMPEZA" TO WS-TEXTO-SECAO
021900         PERFORM 3150-IMPRIMIR-SECAO THRU 3150-EXIT
022000         MOVE 1 TO WS-IND-GERACAO
022100         PERFORM 3300-LISTAR-MANTIDA THRU 3300-EXIT
022200             UNTIL WS-IND-GERACAO > WS-QTD-GERACOES
022300
022400         PERFORM 4000-IMPRIMIR-TOTAIS THRU 4000-EXIT
022500         CLOSE GEN-CATALOG-FILE
022600         CLOSE HOUSEKEEPING-REPORT-FILE
022700     END-IF
022800
022900     IF WS-TOTAL-ERROS > ZERO
023000         MOVE 8 TO RETURN-CODE
023100     END-IF
023200
023300     MOVE "FIM"              TO RL-EVENTO
023400     MOVE WS-TOTAL-EXCLUIDAS TO RL-CONTAGEM
023500     MOVE RETURN-CODE        TO RL-CODIGO-RETORNO
023600     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
023700
023800     STOP RUN.
023900*-----------------------------------------------------------------
024000* 1000-INICIALIZAR
024100* LOADS THE RETENTION TABLE AND THE CATALOG AND OPENS THE
024200* REPORT.  WITHOUT A RETENTION TABLE NOTHING IS DELETED - THE
024300* RUN IS CANCELLED RATHER THAN GUESS.  A CATALOG NOT YET
024400* CREATED IS AN EMPTY ONE.
024500*-----------------------------------------------------------------
024600 1000-INICIALIZAR.
024700
024800     MOVE "N" TO WS-LOTE-ABERTO-SW
024900
025000     OPEN INPUT RETENTION-FILE
025100     IF WS-STATUS-GENRET NOT = "00"
025200         DISPLAY "*** ERRO AO ABRIR GENRET - FILE STATUS "
025300             WS-STATUS-GENRET " - SEM TABELA DE RETENCAO NADA "
025400             "SERA EXCLUIDO - RETURN-CODE 8 ***"
025500         ADD 1 TO WS-TOTAL-ERROS
025600     ELSE
025700         MOVE "N" TO WS-FIM-ENTRADA-SW
025800         PERFORM 1100-LER-REGRA THRU 1100-EXIT
025900             UNTIL FIM-ENTRADA
026000         CLOSE RETENTION-FILE
026100
026200         OPEN I-O GEN-CATALOG-FILE
026300         IF WS-STATUS-GENCAT = "35"
026400             OPEN OUTPUT GEN-CATALOG-FILE
026500             CLOSE GEN-CATALOG-FILE
026600             OPEN I-O GEN-CATALOG-FILE
026700         END-IF
026800         OPEN OUTPUT HOUSEKEEPING-REPORT-FILE
026900         IF WS-STATUS-GENCAT NOT = "00" OR
027000            WS-STATUS-GENRPT NOT = "00"
027100             DISPLAY "*** ERRO AO ABRIR GENCAT/GENRPT - "
027200                 "LIMPEZA CANCELADA - RETURN-CODE 8 ***"
027300             CLOSE GEN-CATALOG-FILE
027400             CLOSE HOUSEKEEPING-REPORT-FILE
027500             ADD 1 TO WS-TOTAL-ERROS
027600         ELSE
027700             MOVE "N" TO WS-FIM-ENTRADA-SW
027800             PERFORM 1200-LER-CATALOGO THRU 1200-EXIT
027900                 UNTIL FIM-ENTRADA
028000             PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
028100             PERFORM 1300-IMPRIMIR-REGRAS THRU 1300-EXIT
028200             MOVE "S" TO WS-LOTE-ABERTO-SW
028300         END-IF
028400     END-IF.
028500
028600 1000-EXIT.
028700     EXIT.
028800*-----------------------------------------------------------------
028900* 1100-LER-REGRA
029000* ONE LINE OF THE RETENTION TABLE.  A LINE WITH A BLANK TYPE OR
029100* NON-NUMERIC COUNTS IS SKIPPED AND COUNTED - ITS TYPE THEN HAS
029200* NO RULE AND IS LEFT ALONE, WHICH IS THE SAFE SIDE.
029300*-----------------------------------------------------------------
029400 1100-LER-REGRA.
029500
029600     READ RETENTION-FILE
029700         AT END
029800             SET FIM-ENTRADA TO TRUE
029900         NOT AT END
030000             IF RT-TIPO = SPACES OR
030100                RT-MANTER-DIARIAS NOT NUMERIC OR
030200                RT-MANTER-MENSAIS NOT NUMERIC
030300                 DISPLAY "*** REGRA DE RETENCAO INVALIDA "
030400                     "IGNORADA: " RETENTION-RECORD (1:14) " ***"
030500                 ADD 1 TO WS-REGRAS-INVALIDAS
030600             ELSE
030700                 IF WS-QTD-REGRAS >= WS-MAX-REGRAS
030800                     DISPLAY "*** TABELA DE RETENCAO CHEIA - "
030900                         "REGRA " RT-TIPO " IGNORADA ***"
031000                     ADD 1 TO WS-REGRAS-INVALIDAS
031100                 ELSE
031200                     ADD 1 TO WS-QTD-REGRAS
031300                     MOVE RT-TIPO TO WS-REG-TIPO (WS-QTD-REGRAS)
031400                     MOVE RT-MANTER-DIARIAS
031500                         TO WS-REG-DIARIAS (WS-QTD-REGRAS)
031600                     MOVE RT-MANTER-MENSAIS
031700                         TO WS-REG-MENSAIS (WS-QTD-REGRAS)
031800                 END-IF
031900             END-IF
032000     END-READ.
032100
032200 1100-EXIT.
032300     EXIT.
032400*-----------------------------------------------------------------
032500* 1200-LER-CATALOGO
032600* ONE CATALOG ENTRY, IN KEY ORDER, INTO THE TABLE.
032700*-----------------------------------------------------------------
032800 1200-LER-CATALOGO.
032900
033000     READ GEN-CATALOG-FILE NEXT
033100         AT END
033200             SET FIM-ENTRADA TO TRUE
033300         NOT AT END
033400             ADD 1 TO WS-TOTAL-CATALOGADAS
033500             IF WS-QTD-GERACOES >= WS-MAX-GERACOES
033600                 ADD 1 TO WS-TOTAL-ESTOURO
033700             ELSE
033800                 ADD 1 TO WS-QTD-GERACOES
033900                 MOVE WS-QTD-GERACOES TO WS-IND-GERACAO
034000                 MOVE GC-NOME-ARQUIVO
034100                     TO WS-GER-NOME     (WS-IND-GERACAO)
034200                 MOVE GC-TIPO
034300                     TO WS-GER-TIPO     (WS-IND-GERACAO)
034400                 MOVE GC-DATA-CRIACAO
034500                     TO WS-GER-DATA     (WS-IND-GERACAO)
034600                 MOVE GC-QTD-REGISTROS
034700                     TO WS-GER-QTD      (WS-IND-GERACAO)
034800                 MOVE GC-JOB-ID
034900                     TO WS-GER-JOB      (WS-IND-GERACAO)
035000                 MOVE GC-CLASSE
035100                     TO WS-GER-CLASSE   (WS-IND-GERACAO)
035200                 MOVE GC-SITUACAO
035300                     TO WS-GER-SITUACAO (WS-IND-GERACAO)
035400                 MOVE "M" TO WS-GER-DECISAO (WS-IND-GERACAO)
035500             END-IF
035600     END-READ.
035700
035800 1200-EXIT.
035900     EXIT.
036000*-----------------------------------------------------------------
036100* 1300-IMPRIMIR-REGRAS
036200* ECHOES THE RETENTION TABLE AT THE TOP OF THE REPORT, SO THE
036300* LISTING SAYS WHAT IT DELETED AGAINST.
036400*-----------------------------------------------------------------
036500 1300-IMPRIMIR-REGRAS.
036600
036700     MOVE "REGRAS DE RETENCAO (GERACOES MANTIDAS)"
036800         TO WS-LINHA-RELATORIO
036900     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
037000
037100     MOVE 1 TO WS-IND-REGRA
037200     PERFORM 1310-IMPRIMIR-REGRA THRU 1310-EXIT
037300         UNTIL WS-IND-REGRA > WS-QTD-REGRAS.
037400
037500 1300-EXIT.
037600     EXIT.
037700*-----------------------------------------------------------------
037800* 1310-IMPRIMIR-REGRA
037900*-----------------------------------------------------------------
038000 1310-IMPRIMIR-REGRA.
038100
038200     MOVE WS-REG-DIARIAS (WS-IND-REGRA) TO WS-DIARIAS-EDITADO
038300     MOVE WS-REG-MENSAIS (WS-IND-REGRA) TO WS-MENSAIS-EDITADO
038400     MOVE SPACES TO WS-LINHA-RELATORIO
038500     STRING "  " WS-REG-TIPO (WS-IND-REGRA)
038600         "  DIARIAS: " WS-DIARIAS-EDITADO
038700         "  FIM DE MES: " WS-MENSAIS-EDITADO
038800         DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
038900     END-STRING
039000     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
039100
039200     ADD 1 TO WS-IND-REGRA.
039300
039400 1310-EXIT.
039500     EXIT.
039600*-----------------------------------------------------------------
039700* 2000-CLASSIFICAR-GERACAO
039800* DECIDES ONE GENERATION.  WITH NO RULE FOR ITS TYPE IT STAYS.
039900* OTHERWISE IT EXPIRES WHEN AT LEAST AS MANY NEWER GENERATIONS
040000* OF ITS TYPE AND CLASS EXIST AS THE RULE KEEPS - UNLESS IT IS
040100* GOOD AND NO NEWER GOOD ONE OF ITS TYPE EXISTS, IN WHICH CASE
040200* IT IS THE LAST GOOD GENERATION AND IS PROTECTED.
040300*-----------------------------------------------------------------
040400 2000-CLASSIFICAR-GERACAO.
040500
040600     MOVE "N" TO WS-ACHOU-REGRA-SW
040700     MOVE 1   TO WS-IND-REGRA
040800     PERFORM 2100-PROCURAR-REGRA THRU 2100-EXIT
040900         UNTIL ACHOU-REGRA OR WS-IND-REGRA > WS-QTD-REGRAS
041000
041100     IF NOT ACHOU-REGRA
041200         MOVE "S" TO WS-GER-DECISAO (WS-IND-GERACAO)
041300     ELSE
041400         IF WS-GER-CLASSE (WS-IND-GERACAO) = "M"
041500             MOVE WS-REG-MENSAIS (WS-IND-REGRA) TO WS-QTD-MANTER
041600         ELSE
041700             MOVE WS-REG-DIARIAS (WS-IND-REGRA) TO WS-QTD-MANTER
041800         END-IF
041900
042000         MOVE ZERO TO WS-QTD-MAIS-NOVAS
042100         MOVE "N"  TO WS-BOA-MAIS-NOVA-SW
042200         MOVE 1    TO WS-IND-OUTRA
042300         PERFORM 2200-COMPARAR-GERACAO THRU 2200-EXIT
042400             UNTIL WS-IND-OUTRA > WS-QTD-GERACOES
042500
042600         IF WS-QTD-MAIS-NOVAS >= WS-QTD-MANTER
042700             IF WS-GER-SITUACAO (WS-IND-GERACAO) = "B" AND
042800                NOT EXISTE-BOA-MAIS-NOVA
042900                 MOVE "U" TO WS-GER-DECISAO (WS-IND-GERACAO)
043000             ELSE
043100                 MOVE "X" TO WS-GER-DECISAO (WS-IND-GERACAO)
043200             END-IF
043300         END-IF
043400     END-IF
043500
043600     ADD 1 TO WS-IND-GERACAO.
043700
043800 2000-EXIT.
043900     EXIT.
044000*-----------------------------------------------------------------
044100* 2100-PROCURAR-REGRA
044200* ONE STEP OF THE SERIAL SEARCH FOR THE GENERATION'S TYPE.
044300*-----------------------------------------------------------------
044400 2100-PROCURAR-REGRA.
044500
044600     IF WS-REG-TIPO (WS-IND-REGRA) =
044700        WS-GER-TIPO (WS-IND-GERACAO)
044800         MOVE "S" TO WS-ACHOU-REGRA-SW
044900     ELSE
045000         ADD 1 TO WS-IND-REGRA
045100     END-IF.
045200
045300 2100-EXIT.
045400     EXIT.
045500*-----------------------------------------------------------------
045600* 2200-COMPARAR-GERACAO
045700* SETS ONE OTHER GENERATION OF THE SAME TYPE AGAINST THE ONE
045800* BEING DECIDED.  NEWER MEANS A LATER CREATION DATE, OR THE
045900* SAME DATE AND A HIGHER NAME.
046000*-----------------------------------------------------------------
046100 2200-COMPARAR-GERACAO.
046200
046300     MOVE "N" TO WS-MAIS-NOVA-SW
046400     IF WS-IND-OUTRA NOT = WS-IND-GERACAO AND
046500        WS-GER-TIPO (WS-IND-OUTRA) = WS-GER-TIPO (WS-IND-GERACAO)
046600         IF WS-GER-DATA (WS-IND-OUTRA) >
046700            WS-GER-DATA (WS-IND-GERACAO)
046800             MOVE "S" TO WS-MAIS-NOVA-SW
046900         END-IF
047000         IF WS-GER-DATA (WS-IND-OUTRA) =
047100            WS-GER-DATA (WS-IND-GERACAO) AND
047200            WS-GER-NOME (WS-IND-OUTRA) >
047300            WS-GER-NOME (WS-IND-GERACAO)
047400             MOVE "S" TO WS-MAIS-NOVA-SW
047500         END-IF
047600     END-IF
047700
047800     IF OUTRA-MAIS-NOVA
047900         IF WS-GER-CLASSE (WS-IND-OUTRA) =
048000            WS-GER-CLASSE (WS-IND-GERACAO)
048100             ADD 1 TO WS-QTD-MAIS-NOVAS
048200         END-IF
048300         IF WS-GER-SITUACAO (WS-IND-OUTRA) = "B"
048400             MOVE "S" TO WS-BOA-MAIS-NOVA-SW
048500         END-IF
048600     END-IF
048700
048800     ADD 1 TO WS-IND-OUTRA.
048900
049000 2200-EXIT.
049100     EXIT.
049200*-----------------------------------------------------------------
049300* 3000-EXCLUIR-GERACAO
049400* DELETES ONE EXPIRED GENERATION AND THEN ITS CATALOG ENTRY.
049500* THE FILE IS OPENED FIRST TO SEE WHETHER IT IS STILL THERE - A
049600* FILE SOMEONE ALREADY REMOVED BY HAND ONLY LOSES ITS ENTRY.  A
049700* FILE THAT CANNOT BE DELETED KEEPS ITS ENTRY, SO THE NEXT RUN
049800* TRIES AGAIN, AND THE RUN ENDS WITH RETURN-CODE 8.
049900*-----------------------------------------------------------------
050000 3000-EXCLUIR-GERACAO.
050100
050200     IF WS-GER-DECISAO (WS-IND-GERACAO) = "X"
050300         MOVE WS-GER-NOME (WS-IND-GERACAO) TO WS-NOME-GERACAO
050400         OPEN INPUT GENERATION-FILE
050500         EVALUATE TRUE
050600             WHEN WS-STATUS-GERACAO = "35"
050700                 MOVE "F" TO WS-GER-DECISAO (WS-IND-GERACAO)
050800             WHEN WS-STATUS-GERACAO NOT = "00"
050900                 MOVE "E" TO WS-GER-DECISAO (WS-IND-GERACAO)
051000             WHEN OTHER
051100                 CLOSE GENERATION-FILE
051200                 CALL "CBL_DELETE_FILE" USING WS-NOME-GERACAO
051300                     RETURNING WS-RETORNO-EXCLUSAO
051400                 END-CALL
051500                 IF WS-RETORNO-EXCLUSAO NOT = ZERO
051600                     MOVE "E" TO WS-GER-DECISAO (WS-IND-GERACAO)
051700                 END-IF
051800         END-EVALUATE
051900
052000         IF WS-GER-DECISAO (WS-IND-GERACAO) NOT = "E"
052100             MOVE WS-NOME-GERACAO TO GC-NOME-ARQUIVO
052200             DELETE GEN-CATALOG-FILE
052300                 INVALID KEY
052400                     DISPLAY "*** ERRO AO EXCLUIR "
052500                         WS-NOME-GERACAO " DO CATALOGO - FILE "
052600                         "STATUS " WS-STATUS-GENCAT " ***"
052700                     MOVE "E" TO WS-GER-DECISAO (WS-IND-GERACAO)
052800             END-DELETE
052900         END-IF
053000
053100         IF WS-GER-DECISAO (WS-IND-GERACAO) = "E"
053200             ADD 1 TO WS-TOTAL-ERROS
053300         ELSE
053400             ADD 1 TO WS-TOTAL-EXCLUIDAS
053500             PERFORM 3400-IMPRIMIR-GERACAO THRU 3400-EXIT
053600         END-IF
053700     END-IF
053800
053900     ADD 1 TO WS-IND-GERACAO.
054000
054100 3000-EXIT.
054200     EXIT.
054300*-----------------------------------------------------------------
054400* 3100-IMPRIMIR-CABECALHO
054500* STARTS A NEW REPORT PAGE.
054600*-----------------------------------------------------------------
054700 3100-IMPRIMIR-CABECALHO.
054800
054900     ADD 1  TO WS-NUMERO-PAGINA
055000     MOVE ZERO TO WS-CONTADOR-LINHAS
055100
055200     MOVE SPACES TO WS-LINHA-RELATORIO
055300     STRING "LIMPEZA DAS GERACOES CATALOGADAS   DATA: "
055400         DELIMITED BY SIZE
055500         WS-DATA-HOJE (7:2) DELIMITED BY SIZE
055600         "/" DELIMITED BY SIZE
055700         WS-DATA-HOJE (5:2) DELIMITED BY SIZE
055800         "/" DELIMITED BY SIZE
055900         WS-DATA-HOJE (1:4) DELIMITED BY SIZE
056000         "   PAGINA: " DELIMITED BY SIZE
056100         WS-NUMERO-PAGINA DELIMITED BY SIZE
056200         INTO WS-LINHA-RELATORIO
056300     END-STRING
056400     WRITE HOUSEKEEPING-REPORT-RECORD FROM WS-LINHA-RELATORIO
056500
056600     MOVE SPACES TO WS-LINHA-RELATORIO
056700     WRITE HOUSEKEEPING-REPORT-RECORD FROM WS-LINHA-RELATORIO.
056800
056900 3100-EXIT.
057000     EXIT.
057100*-----------------------------------------------------------------
057200* 3150-IMPRIMIR-SECAO
057300* THE TITLE AND COLUMN HEADINGS OF ONE LISTING.
057400*-----------------------------------------------------------------
057500 3150-IMPRIMIR-SECAO.
057600
057700     MOVE SPACES TO WS-LINHA-RELATORIO
057800     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
057900     MOVE WS-TEXTO-SECAO TO WS-LINHA-RELATORIO
058000     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
058100     MOVE WS-CABECALHO-COLUNAS TO WS-LINHA-RELATORIO
058200     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT.
058300
058400 3150-EXIT.
058500     EXIT.
058600*-----------------------------------------------------------------
058700* 3200-GRAVAR-LINHA
058800* WRITES WS-LINHA-RELATORIO, BREAKING TO A NEW PAGE FIRST WHEN
058900* THE PAGE IS FULL.  THE LINE IS SAVED ACROSS THE HEADING,
059000* WHICH REUSES THE SCRATCH LINE.
059100*-----------------------------------------------------------------
059200 3200-GRAVAR-LINHA.
059300
059400     IF WS-CONTADOR-LINHAS >= WS-MAX-LINHAS-PAGINA
059500         MOVE WS-LINHA-RELATORIO TO WS-LINHA-GUARDADA
059600         PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
059700         MOVE WS-LINHA-GUARDADA TO WS-LINHA-RELATORIO
059800     END-IF
059900
060000     WRITE HOUSEKEEPING-REPORT-RECORD FROM WS-LINHA-RELATORIO
060100     ADD 1 TO WS-CONTADOR-LINHAS.
060200
060300 3200-EXIT.
060400     EXIT.
060500*-----------------------------------------------------------------
060600* 3300-LISTAR-MANTIDA
060700* ONE LINE OF THE CATALOG AS IT STANDS AFTER THE RUN - EVERY
060800* GENERATION NOT DELETED, WITH WHY IT STAYED.
060900*-----------------------------------------------------------------
061000 3300-LISTAR-MANTIDA.
061100
061200     IF WS-GER-DECISAO (WS-IND-GERACAO) NOT = "X" AND
061300        WS-GER-DECISAO (WS-IND-GERACAO) NOT = "F"
061400         ADD 1 TO WS-TOTAL-MANTIDAS
061500         PERFORM 3400-IMPRIMIR-GERACAO THRU 3400-EXIT
061600     END-IF
061700
061800     ADD 1 TO WS-IND-GERACAO.
061900
062000 3300-EXIT.
062100     EXIT.
062200*-----------------------------------------------------------------
062300* 3400-IMPRIMIR-GERACAO
062400* PRINTS THE GENERATION AT WS-IND-GERACAO WITH ITS DECISION.
062500*-----------------------------------------------------------------
062600 3400-IMPRIMIR-GERACAO.
062700
062800     EVALUATE WS-GER-DECISAO (WS-IND-GERACAO)
062900         WHEN "X"
063000             MOVE "EXCLUIDA"              TO WS-TEXTO-DECISAO
063100         WHEN "F"
063200             MOVE "JA AUSENTE DO DISCO"   TO WS-TEXTO-DECISAO
063300         WHEN "U"
063400             MOVE "ULTIMA GERACAO BOA"    TO WS-TEXTO-DECISAO
063500         WHEN "S"
063600             MOVE "SEM REGRA DE RETENCAO" TO WS-TEXTO-DECISAO
063700         WHEN "E"
063800             MOVE "ERRO NA EXCLUSAO"      TO WS-TEXTO-DECISAO
063900         WHEN OTHER
064000             MOVE "DENTRO DA RETENCAO"    TO WS-TEXTO-DECISAO
064100     END-EVALUATE
064200     IF WS-GER-SITUACAO (WS-IND-GERACAO) = "A" AND
064300        WS-GER-DECISAO (WS-IND-GERACAO) = "M"
064400         MOVE "MANTIDA - AVARIADA" TO WS-TEXTO-DECISAO
064500     END-IF
064600
064700     MOVE WS-GER-QTD (WS-IND-GERACAO) TO WS-QTD-EDITADO
064800     MOVE SPACES TO WS-LINHA-RELATORIO
064900     STRING WS-GER-NOME (WS-IND-GERACAO) (1:17) " "
065000         WS-GER-TIPO (WS-IND-GERACAO) " "
065100         WS-GER-CLASSE (WS-IND-GERACAO) "  "
065200         WS-GER-DATA (WS-IND-GERACAO) (7:2) "/"
065300         WS-GER-DATA (WS-IND-GERACAO) (5:2) "/"
065400         WS-GER-DATA (WS-IND-GERACAO) (1:4) " "
065500         WS-QTD-EDITADO "  "
065600         WS-GER-JOB (WS-IND-GERACAO) " "
065700         WS-TEXTO-DECISAO
065800         DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
065900     END-STRING
066000     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT.
066100
066200 3400-EXIT.
066300     EXIT.
066400*-----------------------------------------------------------------
066500* 4000-IMPRIMIR-TOTAIS
066600* THE CONTROL-TOTAL BLOCK.
066700*-----------------------------------------------------------------
066800 4000-IMPRIMIR-TOTAIS.
066900
067000     MOVE SPACES TO WS-LINHA-RELATORIO
067100     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
067200
067300     MOVE "GERACOES CATALOGADAS" TO WS-ROTULO-TOTAL
067400     MOVE WS-TOTAL-CATALOGADAS TO WS-TOTAL-EDITADO
067500     PERFORM 4100-GRAVAR-TOTAL THRU 4100-EXIT
067600
067700     MOVE "GERACOES EXCLUIDAS" TO WS-ROTULO-TOTAL
067800     MOVE WS-TOTAL-EXCLUIDAS TO WS-TOTAL-EDITADO
067900     PERFORM 4100-GRAVAR-TOTAL THRU 4100-EXIT
068000
068100     MOVE "GERACOES MANTIDAS" TO WS-ROTULO-TOTAL
068200     MOVE WS-TOTAL-MANTIDAS TO WS-TOTAL-EDITADO
068300     PERFORM 4100-GRAVAR-TOTAL THRU 4100-EXIT
068400
068500     IF WS-TOTAL-ESTOURO > ZERO
068600         MOVE "ALEM DA TABELA (MANTIDAS)" TO WS-ROTULO-TOTAL
068700         MOVE WS-TOTAL-ESTOURO TO WS-TOTAL-EDITADO
068800         PERFORM 4100-GRAVAR-TOTAL THRU 4100-EXIT
068900     END-IF
069000
069100     IF WS-REGRAS-INVALIDAS > ZERO
069200         MOVE "REGRAS IGNORADAS" TO WS-ROTULO-TOTAL
069300         MOVE WS-REGRAS-INVALIDAS TO WS-TOTAL-EDITADO
069400         PERFORM 4100-GRAVAR-TOTAL THRU 4100-EXIT
069500     END-IF
069600
069700     IF WS-TOTAL-ERROS > ZERO
069800         MOVE "ERROS NA EXCLUSAO" TO WS-ROTULO-TOTAL
069900         MOVE WS-TOTAL-ERROS TO WS-TOTAL-EDITADO
070000         PERFORM 4100-GRAVAR-TOTAL THRU 4100-EXIT
070100         MOVE SPACES TO WS-LINHA-RELATORIO
070200         PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
070300         MOVE "SITUACAO: LIMPEZA INCOMPLETA - RETURN-CODE 8"
070400             TO WS-LINHA-RELATORIO
070500         PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
070600     END-IF.
070700
070800 4000-EXIT.
070900     EXIT.
071000*-----------------------------------------------------------------
071100* 4100-GRAVAR-TOTAL
071200* PRINTS ONE CONTROL-TOTAL LINE FROM THE LABEL AND EDITED COUNT
071300* LEFT BY THE CALLER.
071400*-----------------------------------------------------------------
071500 4100-GRAVAR-TOTAL.
071600
071700     MOVE SPACES TO WS-LINHA-RELATORIO
071800     STRING "*** " WS-ROTULO-TOTAL ": " WS-TOTAL-EDITADO " ***"
071900         DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
072000     END-STRING
072100     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT.
072200
072300 4100-EXIT.
072400     EXIT.
072500*-----------------------------------------------------------------
072600* 6000-REGISTRAR-EXECUCAO
072700* HANDS THE EVENT STAGED IN RUNLOG-PARAMETROS TO RUNLOGW.
072800*-----------------------------------------------------------------
072900 6000-REGISTRAR-EXECUCAO.
073000
073100     MOVE "GENLIMP" TO RL-JOB-ID
073200     CALL "RUNLOGW" USING RUNLOG-PARAMETROS.
073300
073400 6000-EXIT.
073500     EXIT.
073600 END PROGRAM GENLIMP.
