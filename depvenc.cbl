000100******************************************************************
000200* PROGRAM:     DEPVENC
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     MONTH-END AGE-OUT REPORT FOR THE DEPENDENTS FILE
000800*              (DEPVINC).  WALKS EVERY OPEN LINK BETWEEN A
000900*              DEPENDENT AND THE PARENT OR GUARDIAN THEY ARE ON
001000*              FILE THROUGH AND PRINTS (DEPVRPT) TWO LISTS:
001100*                - THE DEPENDENTS WHO REACH THE AGE LIMIT OF
001200*                  THEIR LINK (18, 21, OR 24 FOR A STUDENT) IN
001300*                  THE COMING PERIOD - FROM THE DAY AFTER THE
001400*                  AS-OF DATE TO THE END OF THE FOLLOWING MONTH
001500*                  - AND THOSE WHOSE LINK IS STILL OPEN THOUGH
001600*                  THEY HAVE ALREADY REACHED IT, SO THEIR
001700*                  COVERAGE CAN BE CHANGED IN TIME;
001800*                - THE LINKS THE MASTER NO LONGER SUPPORTS - A
001900*                  BLANK PR-ID ON EITHER SIDE, A SIDE NO LONGER
002000*                  ON THE MASTER (DELETED), A DECEASED
002100*                  RESPONSIBLE PERSON OR DEPENDENT, A DEPENDENT
002200*                  NOT YOUNGER THAN THE RESPONSIBLE PERSON, A
002300*                  BIRTH DATE THAT FAILS EDITING, OR AN AGE-OUT
002400*                  RULE THE FILE DOES NOT KNOW.
002500*              THE AS-OF DATE IS THE RUNPARM DATE WHEN ONE IS
002600*              SET, OTHERWISE THE LAST BUSINESS DAY BEFORE TODAY
002700*              ON THE BUSINESS CALENDAR.  BIRTH DATES ARE EDITED
002800*              AND AGES CALCULATED THROUGH AGECALC AGAINST THAT
002900*              DATE; THE AGE-OUT DATE IS THE BIRTHDAY ON WHICH
003000*              THE DEPENDENT COMPLETES THE LIMIT.
003100*              A RUN THAT FINDS A BROKEN LINK ENDS WITH
003200*              RETURN-CODE 4; ONE THAT CANNOT OPEN ITS FILES
003300*              ENDS WITH RETURN-CODE 8.
003400* TECTONICS:   cobc
003500*-----------------------------------------------------------------
003600* MODIFICATION HISTORY
003700*-----------------------------------------------------------------
003800* DATE       INIT  DESCRIPTION
003900* 15/10/2026  GB   ORIGINAL VERSION.
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. DEPVENC.
004300 AUTHOR. GABRIELA BARBOSA.
004400 INSTALLATION. DATA PROCESSING CENTER.
004500 DATE-WRITTEN. 15/10/2026.
004600 DATE-COMPILED.
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNPARM"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-STATUS-RUNPARM.
005300     SELECT PERSON-MASTER-FILE ASSIGN TO "PERSONMST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS PM-ID
005700         ALTERNATE RECORD KEY IS PM-NOME WITH DUPLICATES
005800         ALTERNATE RECORD KEY IS PM-CPF WITH DUPLICATES
005900         FILE STATUS IS WS-STATUS-MASTER.
006000     SELECT VINCULO-FILE ASSIGN TO "DEPVINC"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS VN-CHAVE
006400         ALTERNATE RECORD KEY IS VN-ID-RESPONSAVEL WITH DUPLICATES
006500         FILE STATUS IS WS-STATUS-VINCULO.
006600     SELECT VENC-REPORT-FILE ASSIGN TO "DEPVRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-STATUS-DEPVRPT.
006900 DATA DIVISION.
007000 FILE SECTION.
007100*-----------------------------------------------------------------
007200* RUN-CONTROL-FILE - THE SAME RUNPARM RECORD THE BATCH REPORT
007300* RUN READS - THE AS-OF DATE AND THE LINES PER PAGE.
007400*-----------------------------------------------------------------
007500 FD  RUN-CONTROL-FILE.
007600 01  RUN-CONTROL-RECORD.
007700     05  RC-DATA-BASE            PIC X(08).
007800     05  RC-INTERVALO-CHECKPOINT PIC X(05).
007900     05  RC-MAX-LINHAS-PAGINA    PIC X(02).
008000*-----------------------------------------------------------------
008100* PERSON-MASTER-FILE - THE INDEXED PERSON MASTER, READ BY KEY FOR
008200* EACH SIDE OF A LINK.
008300*-----------------------------------------------------------------
008400 FD  PERSON-MASTER-FILE.
008500     COPY PERSONREC REPLACING ==PERSON-RECORD== BY
008600         ==PERSON-MASTER-RECORD==
008700         LEADING ==PR== BY ==PM==.
008800*-----------------------------------------------------------------
008900* VINCULO-FILE - THE DEPENDENTS FILE, WALKED IN KEY ORDER (SEE
009000* THE VINCREC COPYBOOK).
009100*-----------------------------------------------------------------
009200 FD  VINCULO-FILE.
009300     COPY VINCREC.
009400*-----------------------------------------------------------------
009500* VENC-REPORT-FILE - THE PRINTED REPORT, 132 COLUMNS.
009600*-----------------------------------------------------------------
009700 FD  VENC-REPORT-FILE.
009800 01  VENC-REPORT-RECORD          PIC X(132).
009900 WORKING-STORAGE SECTION.
010000*-----------------------------------------------------------------
010100* FILE STATUS FOR EVERY FILE, AND SWITCHES TO REMEMBER WHETHER
010200* THE FILES CAME UP CLEAN AND WHETHER THERE ARE LINKS TO LOOK AT.
010300*-----------------------------------------------------------------
010400 77  WS-STATUS-RUNPARM           PIC X(02) VALUE SPACES.
010500 77  WS-STATUS-MASTER            PIC X(02) VALUE SPACES.
010600 77  WS-STATUS-VINCULO           PIC X(02) VALUE SPACES.
010700 77  WS-STATUS-DEPVRPT           PIC X(02) VALUE SPACES.
010800 77  WS-LOTE-ABERTO-SW           PIC X(01) VALUE "N".
010900     88  LOTE-ABERTO              VALUE "S".
011000 77  WS-VINCULOS-DISPONIVEIS-SW  PIC X(01) VALUE "N".
011100     88  VINCULOS-DISPONIVEIS     VALUE "S".
011200 77  WS-FIM-VINCULO-SW           PIC X(01) VALUE "N".
011300     88  FIM-VINCULO              VALUE "S".
011400*-----------------------------------------------------------------
011500* TODAY, THE AS-OF DATE, AND THE COMING PERIOD - THE DAY AFTER
011600* THE AS-OF DATE TO THE LAST DAY OF THE FOLLOWING MONTH, SO THE
011700* DAYS BETWEEN THE LAST BUSINESS DAY AND THE END OF THE MONTH
011800* ARE NEVER LEFT OUT.
011900*-----------------------------------------------------------------
012000 77  WS-DATA-HOJE                PIC 9(08) VALUE ZERO.
012100 01  WS-DATA-BASE                PIC 9(08) VALUE ZERO.
012200 01  WS-DATA-BASE-R REDEFINES WS-DATA-BASE.
012300     05  WS-BASE-ANO             PIC 9(04).
012400     05  WS-BASE-MES-DIA         PIC 9(04).
012500 77  WS-DATA-INICIO-PERIODO      PIC 9(08) VALUE ZERO.
012600 77  WS-DATA-FIM-PERIODO         PIC 9(08) VALUE ZERO.
012700 01  WS-DATA-AUX                 PIC 9(08) VALUE ZERO.
012800 01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
012900     05  WS-AUX-ANO              PIC 9(04).
013000     05  WS-AUX-MES              PIC 9(02).
013100     05  WS-AUX-DIA              PIC 9(02).
013200 77  WS-DIA-INTEIRO              PIC S9(09) VALUE ZERO.
013300*-----------------------------------------------------------------
013400* THE TWO SIDES OF THE LINK IN HAND, AS THE MASTER HAS THEM -
013500* OCCURRENCE 1 IS THE DEPENDENT, OCCURRENCE 2 THE RESPONSIBLE
013600* PERSON.  THE AGE IS IN DAYS AS OF THE AS-OF DATE, FROM AGECALC;
013700* WHEN AGECALC REFUSES THE BIRTH DATE ITS REASON IS KEPT.
013800*-----------------------------------------------------------------
013900 01  WS-PARTES.
014000     05  WS-PARTE                OCCURS 2 TIMES.
014100         10  WS-PT-ID            PIC X(06).
014200         10  WS-PT-ACHADA-SW     PIC X(01).
014300             88  PT-ACHADA        VALUE "S".
014400         10  WS-PT-NOME          PIC X(30).
014500         10  WS-PT-NASCIMENTO    PIC 9(08).
014600         10  WS-PT-SITUACAO      PIC X(01).
014700             88  PT-FALECIDA      VALUE "F".
014800         10  WS-PT-DATA-OBITO    PIC 9(08).
014900         10  WS-PT-IDADE-SW      PIC X(01).
015000             88  PT-IDADE-OK      VALUE "S".
015100         10  WS-PT-IDADE-DIAS    PIC 9(07).
015200         10  WS-PT-MSG-ERRO      PIC X(30).
015300 77  WS-LADO                     PIC 9(01) VALUE ZERO COMP.
015400 77  WS-LADO-DEPENDENTE          PIC 9(01) VALUE 1 COMP.
015500 77  WS-LADO-RESPONSAVEL         PIC 9(01) VALUE 2 COMP.
015600*-----------------------------------------------------------------
015700* THE AGE-OUT DATE OF THE DEPENDENT IN HAND, THE LEAP-YEAR TEST
015800* FOR A 29 FEBRUARY BIRTHDAY, AND THE AGE IN WHOLE YEARS ON THE
015900* AS-OF DATE.
016000*-----------------------------------------------------------------
016100 01  WS-DATA-LIMITE              PIC 9(08) VALUE ZERO.
016200 01  WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.
016300     05  WS-LIM-ANO              PIC 9(04).
016400     05  WS-LIM-MES-DIA          PIC 9(04).
016500 77  WS-QUOCIENTE                PIC 9(04) VALUE ZERO COMP.
016600 77  WS-RESTO-4                  PIC 9(04) VALUE ZERO COMP.
016700 77  WS-RESTO-100                PIC 9(04) VALUE ZERO COMP.
016800 77  WS-RESTO-400                PIC 9(04) VALUE ZERO COMP.
016900 01  WS-NASCIMENTO               PIC 9(08) VALUE ZERO.
017000 01  WS-NASCIMENTO-R REDEFINES WS-NASCIMENTO.
017100     05  WS-NASC-ANO             PIC 9(04).
017200     05  WS-NASC-MES-DIA         PIC 9(04).
017300 77  WS-ANOS-IDADE               PIC S9(04) VALUE ZERO COMP.
017400*-----------------------------------------------------------------
017500* CONTROL TOTALS.  A BROKEN LINK IS COUNTED ONCE HOWEVER MANY
017600* PROBLEMS IT HAS; EVERY PROBLEM IS A LINE OF ITS OWN.
017700*-----------------------------------------------------------------
017800 77  WS-TOTAL-VINCULOS           PIC 9(07) VALUE ZERO.
017900 77  WS-TOTAL-ENCERRADOS         PIC 9(07) VALUE ZERO.
018000 77  WS-TOTAL-ATIVOS             PIC 9(07) VALUE ZERO.
018100 77  WS-TOTAL-NO-PERIODO         PIC 9(07) VALUE ZERO.
018200 77  WS-TOTAL-VENCIDOS           PIC 9(07) VALUE ZERO.
018300 77  WS-TOTAL-ROMPIDOS           PIC 9(07) VALUE ZERO.
018400 77  WS-TOTAL-OCORRENCIAS        PIC 9(07) VALUE ZERO.
018500 77  WS-ROMPIDO-SW               PIC X(01) VALUE "N".
018600     88  VINCULO-ROMPIDO          VALUE "S".
018700 77  WS-TOTAL-EDITADO            PIC ZZZZZZ9.
018800 77  WS-ROTULO-TOTAL             PIC X(30) VALUE SPACES.
018900*-----------------------------------------------------------------
019000* REPORT PAGE CONTROL, THE LIST BEING PRINTED (V = AGE-OUTS,
019100* R = BROKEN LINKS) AND ITS TITLE, AND SCRATCH FOR A DATE
019200* PRINTED AS DD/MM/AAAA.
019300*-----------------------------------------------------------------
019400 77  WS-MAX-LINHAS-PAGINA        PIC 9(02) VALUE 50.
019500 77  WS-CONTADOR-LINHAS          PIC 9(02) VALUE ZERO.
019600 77  WS-NUMERO-PAGINA            PIC 9(04) VALUE ZERO.
019700 77  WS-LINHA-RELATORIO          PIC X(132) VALUE SPACES.
019800 77  WS-LINHA-GUARDADA           PIC X(132) VALUE SPACES.
019900 77  WS-SECAO                    PIC X(01) VALUE SPACES.
020000     88  SECAO-VENCIMENTOS        VALUE "V".
020100     88  SECAO-ROMPIDOS           VALUE "R".
020200 77  WS-TITULO-SECAO             PIC X(100) VALUE SPACES.
020300 77  WS-DATA-FORMATAR            PIC 9(08) VALUE ZERO.
020400 77  WS-DATA-EDITADA             PIC X(10) VALUE SPACES.
020500 77  WS-INICIO-EDITADO           PIC X(10) VALUE SPACES.
020600 77  WS-FIM-EDITADO              PIC X(10) VALUE SPACES.
020700*-----------------------------------------------------------------
020800* COLUMN HEADINGS AND DETAIL LINE OF THE AGE-OUT LIST.
020900*-----------------------------------------------------------------
021000 01  WS-CABECALHO-VENCIMENTOS.
021100     05  FILLER                  PIC X(08) VALUE "DEPEND.".
021200     05  FILLER                  PIC X(32) VALUE
021300         "NOME DO DEPENDENTE".
021400     05  FILLER                  PIC X(12) VALUE "NASCIMENTO".
021500     05  FILLER                  PIC X(07) VALUE "IDADE".
021600     05  FILLER                  PIC X(08) VALUE "RESPONS.".
021700     05  FILLER                  PIC X(27) VALUE
021800         "NOME DO RESPONSAVEL".
021900     05  FILLER                  PIC X(10) VALUE "VINCULO".
022000     05  FILLER                  PIC X(09) VALUE "REGRA".
022100     05  FILLER                  PIC X(12) VALUE "DATA LIMITE".
022200     05  FILLER                  PIC X(07) VALUE "OBS.".
022300 01  WS-LINHA-VENCIMENTO.
022400     05  WS-LV-ID-DEPENDENTE     PIC X(06).
022500     05  FILLER                  PIC X(02) VALUE SPACES.
022600     05  WS-LV-NOME-DEPENDENTE   PIC X(30).
022700     05  FILLER                  PIC X(02) VALUE SPACES.
022800     05  WS-LV-NASCIMENTO        PIC X(10).
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  WS-LV-IDADE             PIC ZZZZ9.
023100     05  FILLER                  PIC X(02) VALUE SPACES.
023200     05  WS-LV-ID-RESPONSAVEL    PIC X(06).
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  WS-LV-NOME-RESPONSAVEL  PIC X(25).
023500     05  FILLER                  PIC X(02) VALUE SPACES.
023600     05  WS-LV-TIPO              PIC X(08).
023700     05  FILLER                  PIC X(02) VALUE SPACES.
023800     05  WS-LV-REGRA             PIC X(07).
023900     05  FILLER                  PIC X(02) VALUE SPACES.
024000     05  WS-LV-DATA-LIMITE       PIC X(10).
024100     05  FILLER                  PIC X(02) VALUE SPACES.
024200     05  WS-LV-OBSERVACAO        PIC X(07).
024300*-----------------------------------------------------------------
024400* COLUMN HEADINGS AND DETAIL LINE OF THE BROKEN-LINK LIST.
024500*-----------------------------------------------------------------
024600 01  WS-CABECALHO-ROMPIDOS.
024700     05  FILLER                  PIC X(08) VALUE "DEPEND.".
024800     05  FILLER                  PIC X(08) VALUE "RESPONS.".
024900     05  FILLER                  PIC X(42) VALUE "OCORRENCIA".
025000     05  FILLER                  PIC X(74) VALUE "DETALHE".
025100 01  WS-LINHA-ROMPIDO.
025200     05  WS-LR-ID-DEPENDENTE     PIC X(06).
025300     05  FILLER                  PIC X(02) VALUE SPACES.
025400     05  WS-LR-ID-RESPONSAVEL    PIC X(06).
025500     05  FILLER                  PIC X(02) VALUE SPACES.
025600     05  WS-LR-OCORRENCIA        PIC X(40).
025700     05  FILLER                  PIC X(02) VALUE SPACES.
025800     05  WS-LR-DETALHE           PIC X(74).
025900*-----------------------------------------------------------------
026000* PARAMETER AREA FOR THE AGECALC SUBPROGRAM - THE ONE PLACE AGE
026100* MATH LIVES.
026200*-----------------------------------------------------------------
026300     COPY AGECALCP.
026400*-----------------------------------------------------------------
026500* PARAMETER AREA FOR THE CALDIA SUBPROGRAM - THE BUSINESS
026600* CALENDAR THAT GIVES THE AS-OF DATE WHEN RUNPARM HAS NONE.
026700*-----------------------------------------------------------------
026800     COPY CALDIAP.
026900*-----------------------------------------------------------------
027000* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
027100* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
027200* COUNT AND RETURN CODE TO.
027300*-----------------------------------------------------------------
027400     COPY RUNLOGP.
027500
027600 PROCEDURE DIVISION.
027700 0000-MAINLINE.
027800
027900     MOVE "INICIO" TO RL-EVENTO
028000     MOVE ZERO     TO RL-CONTAGEM
028100     MOVE ZERO     TO RL-CODIGO-RETORNO
028200     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
028300
028400     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
028500     PERFORM 1500-ABRIR-ARQUIVOS THRU 1500-EXIT
028600
028700     IF LOTE-ABERTO
028800         PERFORM 2000-LISTAR-VENCIMENTOS THRU 2000-EXIT
028900         PERFORM 3000-LISTAR-ROMPIDOS THRU 3000-EXIT
029000         PERFORM 5000-FECHAR-ARQUIVOS THRU 5000-EXIT
029100     END-IF
029200
029300     MOVE "FIM"              TO RL-EVENTO
029400     MOVE WS-TOTAL-VINCULOS  TO RL-CONTAGEM
029500     MOVE RETURN-CODE        TO RL-CODIGO-RETORNO
029600     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
029700
029800     STOP RUN.
029900*-----------------------------------------------------------------
030000* 1000-INICIALIZAR
030100* SETTLES THE AS-OF DATE AND THE COMING PERIOD.
030200*-----------------------------------------------------------------
030300 1000-INICIALIZAR.
030400
030500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
030600
030700     PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT
030800     IF WS-DATA-BASE = ZERO
030900         PERFORM 1200-DATA-DO-CALENDARIO THRU 1200-EXIT
031000     END-IF
031100     PERFORM 1300-CALCULAR-PERIODO THRU 1300-EXIT
031200
031300     DISPLAY "VENCIMENTO DE DEPENDENTES - DATA BASE "
031400         WS-DATA-BASE " - PERIODO " WS-DATA-INICIO-PERIODO
031500         " A " WS-DATA-FIM-PERIODO.
031600
031700 1000-EXIT.
031800     EXIT.
031900*-----------------------------------------------------------------
032000* 1100-LER-PARAMETROS
032100* READS THE RUNPARM AS-OF DATE AND LINES PER PAGE, EXACTLY AS
032200* THE BATCH REPORT RUN DOES.  A MISSING FILE OR A BLANK DATE
032300* LEAVES THE DATE TO THE CALENDAR.
032400*-----------------------------------------------------------------
032500 1100-LER-PARAMETROS.
032600
032700     MOVE ZERO TO WS-DATA-BASE
032800     OPEN INPUT RUN-CONTROL-FILE
032900     IF WS-STATUS-RUNPARM = "00"
033000         READ RUN-CONTROL-FILE
033100             AT END CONTINUE
033200             NOT AT END
033300                 IF RC-DATA-BASE IS NUMERIC AND
033400                    RC-DATA-BASE NOT = "00000000"
033500                     MOVE RC-DATA-BASE TO WS-DATA-BASE
033600                 END-IF
033700                 IF RC-MAX-LINHAS-PAGINA IS NUMERIC AND
033800                    RC-MAX-LINHAS-PAGINA NOT = "00"
033900                     MOVE RC-MAX-LINHAS-PAGINA
034000                         TO WS-MAX-LINHAS-PAGINA
034100                 END-IF
034200         END-READ
034300         CLOSE RUN-CONTROL-FILE
034400     END-IF.
034500
034600 1100-EXIT.
034700     EXIT.
034800*-----------------------------------------------------------------
034900* 1200-DATA-DO-CALENDARIO
035000* THE AS-OF DATE OF TONIGHT'S CYCLE - THE LAST BUSINESS DAY
035100* BEFORE TODAY.  WITHOUT A CALENDAR THE RUN FALLS BACK TO TODAY,
035200* WITH A WARNING, AS THE BATCH REPORT RUN DOES.
035300*-----------------------------------------------------------------
035400 1200-DATA-DO-CALENDARIO.
035500
035600     MOVE ZERO TO CD-DATA
035700     CALL "CALDIA" USING CALDIA-PARAMETROS
035800     IF CD-OK
035900         MOVE CD-DATA-UTIL-ANTERIOR TO WS-DATA-BASE
036000     ELSE
036100         DISPLAY "*** CALENDARIO INDISPONIVEL - CD-RETORNO "
036200             CD-RETORNO " - DATA BASE ASSUMIDA COMO HOJE ***"
036300         MOVE WS-DATA-HOJE TO WS-DATA-BASE
036400     END-IF.
036500
036600 1200-EXIT.
036700     EXIT.
036800*-----------------------------------------------------------------
036900* 1300-CALCULAR-PERIODO
037000* THE COMING PERIOD STARTS THE DAY AFTER THE AS-OF DATE AND
037100* ENDS THE DAY BEFORE THE FIRST OF THE MONTH AFTER NEXT - THE
037200* LAST DAY OF THE MONTH FOLLOWING THE AS-OF DATE'S.
037300*-----------------------------------------------------------------
037400 1300-CALCULAR-PERIODO.
037500
037600     COMPUTE WS-DIA-INTEIRO =
037700         FUNCTION INTEGER-OF-DATE (WS-DATA-BASE) + 1
037800     COMPUTE WS-DATA-INICIO-PERIODO =
037900         FUNCTION DATE-OF-INTEGER (WS-DIA-INTEIRO)
038000
038100     MOVE WS-DATA-BASE TO WS-DATA-AUX
038200     MOVE 1 TO WS-AUX-DIA
038300     ADD 2 TO WS-AUX-MES
038400     IF WS-AUX-MES > 12
038500         SUBTRACT 12 FROM WS-AUX-MES
038600         ADD 1 TO WS-AUX-ANO
038700     END-IF
038800     COMPUTE WS-DIA-INTEIRO =
038900         FUNCTION INTEGER-OF-DATE (WS-DATA-AUX) - 1
039000     COMPUTE WS-DATA-FIM-PERIODO =
039100         FUNCTION DATE-OF-INTEGER (WS-DIA-INTEIRO).
039200
039300 1300-EXIT.
039400     EXIT.
039500*-----------------------------------------------------------------
039600* 1500-ABRIR-ARQUIVOS
039700* PROVES THE DEPENDENTS FILE OPENABLE (EACH LIST OPENS IT AGAIN
039800* FOR ITS OWN PASS).  NO FILE YET ONLY MEANS NO LINKS - THE
039900* REPORT STILL PRINTS, EMPTY; ANY OTHER FAILURE CANCELS THE RUN
040000* WITH RETURN-CODE 8.
040100*-----------------------------------------------------------------
040200 1500-ABRIR-ARQUIVOS.
040300
040400     MOVE "N" TO WS-LOTE-ABERTO-SW
040500     MOVE "N" TO WS-VINCULOS-DISPONIVEIS-SW
040600
040700     OPEN INPUT VINCULO-FILE
040800     EVALUATE WS-STATUS-VINCULO
040900         WHEN "00"
041000             CLOSE VINCULO-FILE
041100             MOVE "S" TO WS-VINCULOS-DISPONIVEIS-SW
041200         WHEN "35"
041300             DISPLAY "*** DEPVINC NAO ENCONTRADO - NENHUM "
041400                 "VINCULO A EXAMINAR ***"
041500         WHEN OTHER
041600             DISPLAY "*** ERRO AO ABRIR DEPVINC - FILE STATUS "
041700                 WS-STATUS-VINCULO " - RELATORIO CANCELADO - "
041800                 "RETURN-CODE 8 ***"
041900             MOVE 8 TO RETURN-CODE
042000     END-EVALUATE
042100
042200     IF RETURN-CODE = ZERO
042300         PERFORM 1510-ABRIR-CADASTROS THRU 1510-EXIT
042400     END-IF.
042500
042600 1500-EXIT.
042700     EXIT.
042800*-----------------------------------------------------------------
042900* 1510-ABRIR-CADASTROS
043000* OPENS THE MASTER, THEN THE REPORT.
043100*-----------------------------------------------------------------
043200 1510-ABRIR-CADASTROS.
043300
043400     OPEN INPUT PERSON-MASTER-FILE
043500     IF WS-STATUS-MASTER NOT = "00"
043600         DISPLAY "*** ERRO AO ABRIR PERSONMST - FILE STATUS "
043700             WS-STATUS-MASTER " - RELATORIO CANCELADO - "
043800             "RETURN-CODE 8 ***"
043900         MOVE 8 TO RETURN-CODE
044000     ELSE
044100         OPEN OUTPUT VENC-REPORT-FILE
044200         IF WS-STATUS-DEPVRPT NOT = "00"
044300             DISPLAY "*** ERRO AO ABRIR DEPVRPT - FILE STATUS "
044400                 WS-STATUS-DEPVRPT " - RELATORIO CANCELADO - "
044500                 "RETURN-CODE 8 ***"
044600             CLOSE PERSON-MASTER-FILE
044700             MOVE 8 TO RETURN-CODE
044800         ELSE
044900             MOVE "S" TO WS-LOTE-ABERTO-SW
045000         END-IF
045100     END-IF.
045200
045300 1510-EXIT.
045400     EXIT.
045500*-----------------------------------------------------------------
045600* 2000-LISTAR-VENCIMENTOS
045700* THE FIRST LIST - ONE PASS OVER THE LINKS FOR THE DEPENDENTS
045800* WHO REACH THEIR AGE LIMIT BY THE END OF THE COMING PERIOD.
045900*-----------------------------------------------------------------
046000 2000-LISTAR-VENCIMENTOS.
046100
046200     MOVE WS-DATA-INICIO-PERIODO TO WS-DATA-FORMATAR
046300     PERFORM 3300-FORMATAR-DATA THRU 3300-EXIT
046400     MOVE WS-DATA-EDITADA TO WS-INICIO-EDITADO
046500     MOVE WS-DATA-FIM-PERIODO TO WS-DATA-FORMATAR
046600     PERFORM 3300-FORMATAR-DATA THRU 3300-EXIT
046700     MOVE WS-DATA-EDITADA TO WS-FIM-EDITADO
046800
046900     MOVE "V" TO WS-SECAO
047000     MOVE SPACES TO WS-TITULO-SECAO
047100     STRING "DEPENDENTES QUE ATINGEM A IDADE LIMITE DE "
047200                                    DELIMITED BY SIZE
047300         WS-INICIO-EDITADO          DELIMITED BY SIZE
047400         " A "                      DELIMITED BY SIZE
047500         WS-FIM-EDITADO             DELIMITED BY SIZE
047600         " - VENCIDO = LIMITE JA ATINGIDO"
047700                                    DELIMITED BY SIZE
047800         INTO WS-TITULO-SECAO
047900     END-STRING
048000     PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
048100
048200     IF VINCULOS-DISPONIVEIS
048300         OPEN INPUT VINCULO-FILE
048400         MOVE "N" TO WS-FIM-VINCULO-SW
048500         PERFORM 2100-EXAMINAR-VENCIMENTO THRU 2100-EXIT
048600             UNTIL FIM-VINCULO
048700         CLOSE VINCULO-FILE
048800     END-IF
048900
049000     IF WS-TOTAL-NO-PERIODO = ZERO AND
049100        WS-TOTAL-VENCIDOS = ZERO
049200         MOVE SPACES TO WS-LINHA-RELATORIO
049210         STRING "*** NENHUM DEPENDENTE ATINGE A IDADE LIMITE "
049220                                        DELIMITED BY SIZE
049230             "NO PERIODO ***"           DELIMITED BY SIZE
049240             INTO WS-LINHA-RELATORIO
049300         END-STRING
049400         PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
049500     END-IF.
049600
049700 2000-EXIT.
049800     EXIT.
049900*-----------------------------------------------------------------
050000* 2100-EXAMINAR-VENCIMENTO
050100* READS ONE LINK.  ONLY AN OPEN LINK IS LOOKED AT.
050200*-----------------------------------------------------------------
050300 2100-EXAMINAR-VENCIMENTO.
050400
050500     READ VINCULO-FILE
050600         AT END MOVE "S" TO WS-FIM-VINCULO-SW
050700         NOT AT END
050800             ADD 1 TO WS-TOTAL-VINCULOS
050900             IF VN-SIT-ATIVO
051000                 ADD 1 TO WS-TOTAL-ATIVOS
051100                 PERFORM 4000-LER-PARTES THRU 4000-EXIT
051200                 PERFORM 2200-AVALIAR-VENCIMENTO THRU 2200-EXIT
051300             ELSE
051400                 ADD 1 TO WS-TOTAL-ENCERRADOS
051500             END-IF
051600     END-READ.
051700
051800 2100-EXIT.
051900     EXIT.
052000*-----------------------------------------------------------------
052100* 2200-AVALIAR-VENCIMENTO
052200* A LIVING DEPENDENT ON THE MASTER, WITH A BIRTH DATE AGECALC
052300* ACCEPTS AND A RULE THE FILE KNOWS, IS LISTED WHEN THE AGE-OUT
052400* DATE FALLS BY THE END OF THE PERIOD - MARKED VENCIDO WHEN IT
052500* FELL ON OR BEFORE THE AS-OF DATE AND THE LINK IS STILL OPEN.
052600* ANYTHING ELSE IS FOR THE BROKEN-LINK LIST.
052700*-----------------------------------------------------------------
052800 2200-AVALIAR-VENCIMENTO.
052900
053000     IF PT-ACHADA (WS-LADO-DEPENDENTE) AND
053100        NOT PT-FALECIDA (WS-LADO-DEPENDENTE) AND
053200        PT-IDADE-OK (WS-LADO-DEPENDENTE) AND
053300        VN-LIMITE-VALIDO
053400         PERFORM 2300-CALCULAR-DATA-LIMITE THRU 2300-EXIT
053500         IF WS-DATA-LIMITE NOT > WS-DATA-FIM-PERIODO
053600             IF WS-DATA-LIMITE < WS-DATA-INICIO-PERIODO
053700                 ADD 1 TO WS-TOTAL-VENCIDOS
053800                 MOVE "VENCIDO" TO WS-LV-OBSERVACAO
053900             ELSE
054000                 ADD 1 TO WS-TOTAL-NO-PERIODO
054100                 MOVE SPACES TO WS-LV-OBSERVACAO
054200             END-IF
054300             PERFORM 2400-GRAVAR-VENCIMENTO THRU 2400-EXIT
054400         END-IF
054500     END-IF.
054600
054700 2200-EXIT.
054800     EXIT.
054900*-----------------------------------------------------------------
055000* 2300-CALCULAR-DATA-LIMITE
055100* THE BIRTHDAY ON WHICH THE DEPENDENT COMPLETES THE LIMIT - THE
055200* BIRTH DATE WITH THE LIMIT ADDED TO THE YEAR.  A 29 FEBRUARY
055300* BIRTHDAY IN A YEAR WITHOUT ONE FALLS ON 1 MARCH, THE FIRST
055400* DAY THE YEARS ARE COMPLETE.  ALSO THE AGE IN WHOLE YEARS ON
055500* THE AS-OF DATE, FOR THE LISTING.
055600*-----------------------------------------------------------------
055700 2300-CALCULAR-DATA-LIMITE.
055800
055900     MOVE WS-PT-NASCIMENTO (WS-LADO-DEPENDENTE) TO WS-DATA-LIMITE
056000     ADD VN-IDADE-LIMITE TO WS-LIM-ANO
056100
056200     IF WS-LIM-MES-DIA = 0229
056300         DIVIDE WS-LIM-ANO BY 4
056400             GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4
056500         DIVIDE WS-LIM-ANO BY 100
056600             GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100
056700         DIVIDE WS-LIM-ANO BY 400
056800             GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400
056900         IF WS-RESTO-4 NOT = ZERO OR
057000            (WS-RESTO-100 = ZERO AND WS-RESTO-400 NOT = ZERO)
057100             MOVE 0301 TO WS-LIM-MES-DIA
057200         END-IF
057300     END-IF
057400
057500     MOVE WS-PT-NASCIMENTO (WS-LADO-DEPENDENTE) TO WS-NASCIMENTO
057600     COMPUTE WS-ANOS-IDADE = WS-BASE-ANO - WS-NASC-ANO
057700     IF WS-BASE-MES-DIA < WS-NASC-MES-DIA
057800         SUBTRACT 1 FROM WS-ANOS-IDADE
057900     END-IF.
058000
058100 2300-EXIT.
058200     EXIT.
058300*-----------------------------------------------------------------
058400* 2400-GRAVAR-VENCIMENTO
058500* PRINTS ONE DEPENDENT OF THE AGE-OUT LIST.
058600*-----------------------------------------------------------------
058700 2400-GRAVAR-VENCIMENTO.
058800
058900     MOVE VN-ID-DEPENDENTE  TO WS-LV-ID-DEPENDENTE
059000     MOVE WS-PT-NOME (WS-LADO-DEPENDENTE)
059100         TO WS-LV-NOME-DEPENDENTE
059200     MOVE WS-PT-NASCIMENTO (WS-LADO-DEPENDENTE)
059300         TO WS-DATA-FORMATAR
059400     PERFORM 3300-FORMATAR-DATA THRU 3300-EXIT
059500     MOVE WS-DATA-EDITADA   TO WS-LV-NASCIMENTO
059600     MOVE WS-ANOS-IDADE     TO WS-LV-IDADE
059700     MOVE VN-ID-RESPONSAVEL TO WS-LV-ID-RESPONSAVEL
059800     MOVE WS-PT-NOME (WS-LADO-RESPONSAVEL)
059900         TO WS-LV-NOME-RESPONSAVEL
060000
060100     EVALUATE TRUE
060200         WHEN VN-TIPO-FILHO
060300             MOVE "FILHO"    TO WS-LV-TIPO
060400         WHEN VN-TIPO-ENTEADO
060500             MOVE "ENTEADO"  TO WS-LV-TIPO
060600         WHEN VN-TIPO-TUTELADO
060700             MOVE "TUTELADO" TO WS-LV-TIPO
060800         WHEN OTHER
060900             MOVE "OUTRO"    TO WS-LV-TIPO
061000     END-EVALUATE
061100
061200     IF VN-LIMITE-ESTUDANTE
061300         MOVE "24 EST." TO WS-LV-REGRA
061400     ELSE
061500         MOVE SPACES TO WS-LV-REGRA
061600         STRING VN-IDADE-LIMITE DELIMITED BY SIZE
061700             " ANOS"            DELIMITED BY SIZE
061800             INTO WS-LV-REGRA
061900         END-STRING
062000     END-IF
062100
062200     MOVE WS-DATA-LIMITE    TO WS-DATA-FORMATAR
062300     PERFORM 3300-FORMATAR-DATA THRU 3300-EXIT
062400     MOVE WS-DATA-EDITADA   TO WS-LV-DATA-LIMITE
062500
062600     MOVE WS-LINHA-VENCIMENTO TO WS-LINHA-RELATORIO
062700     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT.
062800
062900 2400-EXIT.
063000     EXIT.
063100*-----------------------------------------------------------------
063200* 3000-LISTAR-ROMPIDOS
063300* THE SECOND LIST, ON A NEW PAGE - A SECOND PASS OVER THE OPEN
063400* LINKS FOR THOSE THE MASTER NO LONGER SUPPORTS.
063500*-----------------------------------------------------------------
063600 3000-LISTAR-ROMPIDOS.
063700
063800     MOVE "R" TO WS-SECAO
063900     MOVE SPACES TO WS-TITULO-SECAO
064000     STRING "VINCULOS ATIVOS ROMPIDOS - PESSOA EXCLUIDA, "
064010                                        DELIMITED BY SIZE
064020         "FALECIDA, SEM ID OU INCOERENTE" DELIMITED BY SIZE
064030         INTO WS-TITULO-SECAO
064040     END-STRING
064100     PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
064200
064300     IF VINCULOS-DISPONIVEIS
064400         OPEN INPUT VINCULO-FILE
064500         MOVE "N" TO WS-FIM-VINCULO-SW
064600         PERFORM 3010-EXAMINAR-VINCULO THRU 3010-EXIT
064700             UNTIL FIM-VINCULO
064800         CLOSE VINCULO-FILE
064900     END-IF
065000
065100     IF WS-TOTAL-ROMPIDOS = ZERO
065200         MOVE "*** NENHUM VINCULO ROMPIDO ***"
065300             TO WS-LINHA-RELATORIO
065400         PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
065500     END-IF.
065600
065700 3000-EXIT.
065800     EXIT.
065900*-----------------------------------------------------------------
066000* 3010-EXAMINAR-VINCULO
066100* READS ONE LINK.  ONLY AN OPEN LINK IS LOOKED AT - AN ENDED ONE
066200* NO LONGER CLAIMS ANYTHING OF THE MASTER.
066300*-----------------------------------------------------------------
066400 3010-EXAMINAR-VINCULO.
066500
066600     READ VINCULO-FILE
066700         AT END MOVE "S" TO WS-FIM-VINCULO-SW
066800         NOT AT END
066900             IF VN-SIT-ATIVO
067000                 PERFORM 4000-LER-PARTES THRU 4000-EXIT
067100                 PERFORM 3020-VERIFICAR-VINCULO THRU 3020-EXIT
067200             END-IF
067300     END-READ.
067400
067500 3010-EXIT.
067600     EXIT.
067700*-----------------------------------------------------------------
067800* 3020-VERIFICAR-VINCULO
067900* EVERY PROBLEM OF THE LINK IN HAND GETS A LINE OF ITS OWN.  A
068000* SIDE THAT IS BLANK OR NOT ON THE MASTER RULES OUT THE CHECKS
068100* THAT NEED IT.
068200*-----------------------------------------------------------------
068300 3020-VERIFICAR-VINCULO.
068400
068500     MOVE "N" TO WS-ROMPIDO-SW
068600
068700     IF VN-ID-DEPENDENTE = SPACES
068800         MOVE "ID DO DEPENDENTE EM BRANCO" TO WS-LR-OCORRENCIA
068900         MOVE SPACES TO WS-LR-DETALHE
069000         PERFORM 3030-GRAVAR-ROMPIDO THRU 3030-EXIT
069100     END-IF
069200
069300     IF VN-ID-RESPONSAVEL = SPACES
069400         MOVE "ID DO RESPONSAVEL EM BRANCO" TO WS-LR-OCORRENCIA
069500         MOVE SPACES TO WS-LR-DETALHE
069600         PERFORM 3030-GRAVAR-ROMPIDO THRU 3030-EXIT
069700     END-IF
069800
069900     IF VN-ID-DEPENDENTE NOT = SPACES AND
070000        NOT PT-ACHADA (WS-LADO-DEPENDENTE)
070100         MOVE "DEPENDENTE NAO CONSTA DO CADASTRO"
070200             TO WS-LR-OCORRENCIA
070300         MOVE "EXCLUIDO DO CADASTRO OU NUNCA INCLUIDO"
070400             TO WS-LR-DETALHE
070500         PERFORM 3030-GRAVAR-ROMPIDO THRU 3030-EXIT
070600     END-IF
070700
070800     IF VN-ID-RESPONSAVEL NOT = SPACES AND
070900        NOT PT-ACHADA (WS-LADO-RESPONSAVEL)
071000         MOVE "RESPONSAVEL NAO CONSTA DO CADASTRO"
071100             TO WS-LR-OCORRENCIA
071200         MOVE "EXCLUIDO DO CADASTRO OU NUNCA INCLUIDO"
071300             TO WS-LR-DETALHE
071400         PERFORM 3030-GRAVAR-ROMPIDO THRU 3030-EXIT
071500     END-IF
071600
071700     IF PT-ACHADA (WS-LADO-RESPONSAVEL) AND
071800        PT-FALECIDA (WS-LADO-RESPONSAVEL)
071900         MOVE "RESPONSAVEL FALECIDO" TO WS-LR-OCORRENCIA
072000         MOVE WS-LADO-RESPONSAVEL TO WS-LADO
072100         PERFORM 3040-DETALHE-OBITO THRU 3040-EXIT
072200         PERFORM 3030-GRAVAR-ROMPIDO THRU 3030-EXIT
072300     END-IF
072400
072500     IF PT-ACHADA (WS-LADO-DEPENDENTE) AND
072600        PT-FALECIDA (WS-LADO-DEPENDENTE)
072700         MOVE "DEPENDENTE FALECIDO" TO WS-LR-OCORRENCIA
072800         MOVE WS-LADO-DEPENDENTE TO WS-LADO
072900         PERFORM 3040-DETALHE-OBITO THRU 3040-EXIT
073000         PERFORM 3030-GRAVAR-ROMPIDO THRU 3030-EXIT
073100     END-IF
073200
073300     IF PT-ACHADA (WS-LADO-DEPENDENTE) AND
073400        NOT PT-IDADE-OK (WS-LADO-DEPENDENTE)
073500         MOVE "NASCIMENTO DO DEPENDENTE RECUSADO"
073600             TO WS-LR-OCORRENCIA
073700         MOVE WS-PT-MSG-ERRO (WS-LADO-DEPENDENTE)
073800             TO WS-LR-DETALHE
073900         PERFORM 3030-GRAVAR-ROMPIDO THRU 3030-EXIT
074000     END-IF
074100
074200     IF PT-ACHADA (WS-LADO-RESPONSAVEL) AND
074300        NOT PT-IDADE-OK (WS-LADO-RESPONSAVEL)
074400         MOVE "NASCIMENTO DO RESPONSAVEL RECUSADO"
074500             TO WS-LR-OCORRENCIA
074600         MOVE WS-PT-MSG-ERRO (WS-LADO-RESPONSAVEL)
074700             TO WS-LR-DETALHE
074800         PERFORM 3030-GRAVAR-ROMPIDO THRU 3030-EXIT
074900     END-IF
075000
075100     IF PT-IDADE-OK (WS-LADO-DEPENDENTE) AND
075200        PT-IDADE-OK (WS-LADO-RESPONSAVEL) AND
075300        WS-PT-IDADE-DIAS (WS-LADO-DEPENDENTE) NOT <
075400        WS-PT-IDADE-DIAS (WS-LADO-RESPONSAVEL)
075500         MOVE "DEPENDENTE NAO MAIS NOVO QUE RESPONSAVEL"
075600             TO WS-LR-OCORRENCIA
075700         PERFORM 3050-DETALHE-IDADES THRU 3050-EXIT
075800         PERFORM 3030-GRAVAR-ROMPIDO THRU 3030-EXIT
075900     END-IF
076000
076100     IF NOT VN-LIMITE-VALIDO
076200         MOVE "REGRA DE IDADE LIMITE INVALIDA"
076300             TO WS-LR-OCORRENCIA
076400         MOVE SPACES TO WS-LR-DETALHE
076500         STRING "IDADE LIMITE NO VINCULO: " DELIMITED BY SIZE
076600             VN-IDADE-LIMITE              DELIMITED BY SIZE
076700             INTO WS-LR-DETALHE
076800         END-STRING
076900         PERFORM 3030-GRAVAR-ROMPIDO THRU 3030-EXIT
077000     END-IF
077100
077200     IF VINCULO-ROMPIDO
077300         ADD 1 TO WS-TOTAL-ROMPIDOS
077400     END-IF.
077500
077600 3020-EXIT.
077700     EXIT.
077800*-----------------------------------------------------------------
077900* 3030-GRAVAR-ROMPIDO
078000* PRINTS ONE PROBLEM OF THE LINK IN HAND FROM THE TEXTS LEFT BY
078100* THE CALLER, AND MARKS THE LINK BROKEN.
078200*-----------------------------------------------------------------
078300 3030-GRAVAR-ROMPIDO.
078400
078500     MOVE "S" TO WS-ROMPIDO-SW
078600     ADD 1 TO WS-TOTAL-OCORRENCIAS
078700     MOVE VN-ID-DEPENDENTE  TO WS-LR-ID-DEPENDENTE
078800     MOVE VN-ID-RESPONSAVEL TO WS-LR-ID-RESPONSAVEL
078900     MOVE WS-LINHA-ROMPIDO  TO WS-LINHA-RELATORIO
079000     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT.
079100
079200 3030-EXIT.
079300     EXIT.
079400*-----------------------------------------------------------------
079500* 3040-DETALHE-OBITO
079600* DETAIL TEXT FOR A DECEASED SIDE (WS-LADO) - NAME AND DATE OF
079700* DEATH.
079800*-----------------------------------------------------------------
079900 3040-DETALHE-OBITO.
080000
080100     MOVE WS-PT-DATA-OBITO (WS-LADO) TO WS-DATA-FORMATAR
080200     PERFORM 3300-FORMATAR-DATA THRU 3300-EXIT
080300     MOVE SPACES TO WS-LR-DETALHE
080400     STRING WS-PT-NOME (WS-LADO)     DELIMITED BY "  "
080500         " - OBITO EM "              DELIMITED BY SIZE
080600         WS-DATA-EDITADA             DELIMITED BY SIZE
080700         INTO WS-LR-DETALHE
080800     END-STRING.
080900
081000 3040-EXIT.
081100     EXIT.
081200*-----------------------------------------------------------------
081300* 3050-DETALHE-IDADES
081400* DETAIL TEXT FOR A DEPENDENT NOT YOUNGER THAN THE RESPONSIBLE
081500* PERSON - BOTH BIRTH DATES.
081600*-----------------------------------------------------------------
081700 3050-DETALHE-IDADES.
081800
081900     MOVE SPACES TO WS-LR-DETALHE
082000     MOVE WS-PT-NASCIMENTO (WS-LADO-DEPENDENTE)
082100         TO WS-DATA-FORMATAR
082200     PERFORM 3300-FORMATAR-DATA THRU 3300-EXIT
082300     STRING "NASCIMENTO DO DEPENDENTE " DELIMITED BY SIZE
082400         WS-DATA-EDITADA               DELIMITED BY SIZE
082500         INTO WS-LR-DETALHE
082600     END-STRING
082700     MOVE WS-PT-NASCIMENTO (WS-LADO-RESPONSAVEL)
082800         TO WS-DATA-FORMATAR
082900     PERFORM 3300-FORMATAR-DATA THRU 3300-EXIT
083000     MOVE ", DO RESPONSAVEL "  TO WS-LR-DETALHE (36:17)
083100     MOVE WS-DATA-EDITADA      TO WS-LR-DETALHE (53:10).
083200
083300 3050-EXIT.
083400     EXIT.
083500*-----------------------------------------------------------------
083600* 3100-IMPRIMIR-CABECALHO
083700* STARTS A NEW REPORT PAGE - TITLE/DATE LINE, BLANK LINE, THE
083800* TITLE OF THE LIST BEING PRINTED, ITS COLUMN HEADINGS, BLANK
083900* LINE - AND RESETS THE PER-PAGE LINE COUNTER.
084000*-----------------------------------------------------------------
084100 3100-IMPRIMIR-CABECALHO.
084200
084300     ADD 1  TO WS-NUMERO-PAGINA
084400     MOVE ZERO TO WS-CONTADOR-LINHAS
084500
084600     MOVE WS-DATA-BASE TO WS-DATA-FORMATAR
084700     PERFORM 3300-FORMATAR-DATA THRU 3300-EXIT
084800     MOVE SPACES TO WS-LINHA-RELATORIO
084900     STRING "VENCIMENTO DE DEPENDENTES E VINCULOS ROMPIDOS"
085000         DELIMITED BY SIZE
085100         "   DATA BASE: " DELIMITED BY SIZE
085200         WS-DATA-EDITADA DELIMITED BY SIZE
085300         "   EMITIDO EM: " DELIMITED BY SIZE
085400         WS-DATA-HOJE (7:2) DELIMITED BY SIZE
085500         "/" DELIMITED BY SIZE
085600         WS-DATA-HOJE (5:2) DELIMITED BY SIZE
085700         "/" DELIMITED BY SIZE
085800         WS-DATA-HOJE (1:4) DELIMITED BY SIZE
085900         "   PAGINA: " DELIMITED BY SIZE
086000         WS-NUMERO-PAGINA DELIMITED BY SIZE
086100         INTO WS-LINHA-RELATORIO
086200     END-STRING
086300     WRITE VENC-REPORT-RECORD FROM WS-LINHA-RELATORIO
086400
086500     MOVE SPACES TO WS-LINHA-RELATORIO
086600     WRITE VENC-REPORT-RECORD FROM WS-LINHA-RELATORIO
086700
086800     WRITE VENC-REPORT-RECORD FROM WS-TITULO-SECAO
086900
087000     MOVE SPACES TO WS-LINHA-RELATORIO
087100     WRITE VENC-REPORT-RECORD FROM WS-LINHA-RELATORIO
087200
087300     IF SECAO-VENCIMENTOS
087400         WRITE VENC-REPORT-RECORD FROM WS-CABECALHO-VENCIMENTOS
087500     ELSE
087600         WRITE VENC-REPORT-RECORD FROM WS-CABECALHO-ROMPIDOS
087700     END-IF
087800
087900     MOVE SPACES TO WS-LINHA-RELATORIO
088000     WRITE VENC-REPORT-RECORD FROM WS-LINHA-RELATORIO.
088100
088200 3100-EXIT.
088300     EXIT.
088400*-----------------------------------------------------------------
088500* 3200-GRAVAR-LINHA
088600* PRINTS THE LINE LEFT IN WS-LINHA-RELATORIO, BREAKING TO A NEW
088700* PAGE WHEN THE PAGE IS FULL.
088800*-----------------------------------------------------------------
088900 3200-GRAVAR-LINHA.
089000
089100     IF WS-CONTADOR-LINHAS >= WS-MAX-LINHAS-PAGINA
089200         MOVE WS-LINHA-RELATORIO TO WS-LINHA-GUARDADA
089300         PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
089400         MOVE WS-LINHA-GUARDADA TO WS-LINHA-RELATORIO
089500     END-IF
089600     WRITE VENC-REPORT-RECORD FROM WS-LINHA-RELATORIO
089700     ADD 1 TO WS-CONTADOR-LINHAS.
089800
089900 3200-EXIT.
090000     EXIT.
090100*-----------------------------------------------------------------
090200* 3300-FORMATAR-DATA
090300* WS-DATA-FORMATAR (AAAAMMDD) AS DD/MM/AAAA IN WS-DATA-EDITADA.
090400*-----------------------------------------------------------------
090500 3300-FORMATAR-DATA.
090600
090700     MOVE SPACES TO WS-DATA-EDITADA
090800     STRING WS-DATA-FORMATAR (7:2) DELIMITED BY SIZE
090900         "/"                       DELIMITED BY SIZE
091000         WS-DATA-FORMATAR (5:2)    DELIMITED BY SIZE
091100         "/"                       DELIMITED BY SIZE
091200         WS-DATA-FORMATAR (1:4)    DELIMITED BY SIZE
091300         INTO WS-DATA-EDITADA
091400     END-STRING.
091500
091600 3300-EXIT.
091700     EXIT.
091800*-----------------------------------------------------------------
091900* 4000-LER-PARTES
092000* LOOKS UP BOTH SIDES OF THE LINK IN HAND ON THE MASTER.
092100*-----------------------------------------------------------------
092200 4000-LER-PARTES.
092300
092400     MOVE VN-ID-DEPENDENTE  TO WS-PT-ID (WS-LADO-DEPENDENTE)
092500     MOVE VN-ID-RESPONSAVEL TO WS-PT-ID (WS-LADO-RESPONSAVEL)
092600     MOVE 1 TO WS-LADO
092700     PERFORM 4100-LER-PARTE THRU 4100-EXIT
092800         UNTIL WS-LADO > 2.
092900
093000 4000-EXIT.
093100     EXIT.
093200*-----------------------------------------------------------------
093300* 4100-LER-PARTE
093400* READS ONE SIDE (WS-LADO) BY KEY - A BLANK ID IS NEVER LOOKED
093500* UP - AND, WHEN IT IS ON FILE, HAS AGECALC EDIT THE BIRTH DATE
093600* AND GIVE THE AGE IN DAYS ON THE AS-OF DATE.
093700*-----------------------------------------------------------------
093800 4100-LER-PARTE.
093900
094000     MOVE "N"    TO WS-PT-ACHADA-SW (WS-LADO)
094100     MOVE "N"    TO WS-PT-IDADE-SW (WS-LADO)
094200     MOVE SPACES TO WS-PT-NOME (WS-LADO)
094300     MOVE SPACES TO WS-PT-SITUACAO (WS-LADO)
094400     MOVE SPACES TO WS-PT-MSG-ERRO (WS-LADO)
094500     MOVE ZERO   TO WS-PT-NASCIMENTO (WS-LADO)
094600     MOVE ZERO   TO WS-PT-DATA-OBITO (WS-LADO)
094700     MOVE ZERO   TO WS-PT-IDADE-DIAS (WS-LADO)
094800
094900     IF WS-PT-ID (WS-LADO) NOT = SPACES
095000         MOVE WS-PT-ID (WS-LADO) TO PM-ID
095100         READ PERSON-MASTER-FILE
095200             INVALID KEY CONTINUE
095300         END-READ
095400         IF WS-STATUS-MASTER = "00"
095500             MOVE "S"                TO WS-PT-ACHADA-SW (WS-LADO)
095600             MOVE PM-NOME            TO WS-PT-NOME (WS-LADO)
095700             MOVE PM-SITUACAO        TO WS-PT-SITUACAO (WS-LADO)
095800             MOVE PM-DATA-OBITO      TO WS-PT-DATA-OBITO (WS-LADO)
095900             MOVE PM-DATA-NASCIMENTO TO WS-PT-NASCIMENTO (WS-LADO)
096000             PERFORM 4200-CALCULAR-IDADE THRU 4200-EXIT
096100         END-IF
096200     END-IF
096300
096400     ADD 1 TO WS-LADO.
096500
096600 4100-EXIT.
096700     EXIT.
096800*-----------------------------------------------------------------
096900* 4200-CALCULAR-IDADE
097000* THE STORED BIRTH DATE OF THE SIDE IN HAND THROUGH AGECALC,
097100* AGAINST THE AS-OF DATE.
097200*-----------------------------------------------------------------
097300 4200-CALCULAR-IDADE.
097400
097500     MOVE SPACES TO AC-DATA-ENTRADA
097600     MOVE PM-DATA-NASCIMENTO TO AC-DATA-ENTRADA
097700     MOVE WS-DATA-BASE TO AC-DATA-REFERENCIA
097800     CALL "AGECALC" USING AGECALC-PARAMETROS
097900
098000     IF AC-OK
098100         MOVE "S"                TO WS-PT-IDADE-SW (WS-LADO)
098200         MOVE AC-DATA-NASCIMENTO TO WS-PT-NASCIMENTO (WS-LADO)
098300         MOVE AC-IDADE-DIAS      TO WS-PT-IDADE-DIAS (WS-LADO)
098400     ELSE
098500         MOVE AC-MSG-ERRO        TO WS-PT-MSG-ERRO (WS-LADO)
098600     END-IF.
098700
098800 4200-EXIT.
098900     EXIT.
099000*-----------------------------------------------------------------
099100* 5000-FECHAR-ARQUIVOS
099200* WRITES THE CONTROL-TOTAL BLOCK, SETS RETURN-CODE 4 WHEN A
099300* BROKEN LINK WAS FOUND - AFTER THE LAST AGECALC CALL, AS ANY
099400* CALL CLEARS IT - AND CLOSES EVERYTHING.
099500*-----------------------------------------------------------------
099600 5000-FECHAR-ARQUIVOS.
099700
099800     MOVE SPACES TO WS-LINHA-RELATORIO
099900     WRITE VENC-REPORT-RECORD FROM WS-LINHA-RELATORIO
100000
100100     MOVE "VINCULOS LIDOS" TO WS-ROTULO-TOTAL
100200     MOVE WS-TOTAL-VINCULOS TO WS-TOTAL-EDITADO
100300     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
100400
100500     MOVE "VINCULOS ENCERRADOS" TO WS-ROTULO-TOTAL
100600     MOVE WS-TOTAL-ENCERRADOS TO WS-TOTAL-EDITADO
100700     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
100800
100900     MOVE "VINCULOS ATIVOS" TO WS-ROTULO-TOTAL
101000     MOVE WS-TOTAL-ATIVOS TO WS-TOTAL-EDITADO
101100     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
101200
101300     MOVE "ATINGEM A IDADE NO PERIODO" TO WS-ROTULO-TOTAL
101400     MOVE WS-TOTAL-NO-PERIODO TO WS-TOTAL-EDITADO
101500     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
101600
101700     MOVE "IDADE JA ATINGIDA (VENCIDOS)" TO WS-ROTULO-TOTAL
101800     MOVE WS-TOTAL-VENCIDOS TO WS-TOTAL-EDITADO
101900     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
102000
102100     MOVE "VINCULOS ROMPIDOS" TO WS-ROTULO-TOTAL
102200     MOVE WS-TOTAL-ROMPIDOS TO WS-TOTAL-EDITADO
102300     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
102400
102500     MOVE "OCORRENCIAS" TO WS-ROTULO-TOTAL
102600     MOVE WS-TOTAL-OCORRENCIAS TO WS-TOTAL-EDITADO
102700     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
102800
102900     IF WS-TOTAL-ROMPIDOS > ZERO
103000         DISPLAY "*** VINCULOS ROMPIDOS - VEJA DEPVRPT - "
103100             "RETURN-CODE 4 ***"
103200         MOVE 4 TO RETURN-CODE
103300     END-IF
103400
103500     CLOSE PERSON-MASTER-FILE
103600     CLOSE VENC-REPORT-FILE.
103700
103800 5000-EXIT.
103900     EXIT.
104000*-----------------------------------------------------------------
104100* 5100-GRAVAR-TOTAL
104200* PRINTS ONE CONTROL-TOTAL LINE FROM THE LABEL AND EDITED COUNT
104300* LEFT BY THE CALLER, AND SHOWS IT ON THE JOB LOG.
104400*-----------------------------------------------------------------
104500 5100-GRAVAR-TOTAL.
104600
104700     MOVE SPACES TO WS-LINHA-RELATORIO
104800     STRING "*** " WS-ROTULO-TOTAL ": " WS-TOTAL-EDITADO " ***"
104900         DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
105000     END-STRING
105100     WRITE VENC-REPORT-RECORD FROM WS-LINHA-RELATORIO
105200     DISPLAY WS-LINHA-RELATORIO (1:50).
105300
105400 5100-EXIT.
105500     EXIT.
105600*-----------------------------------------------------------------
105700* 6000-REGISTRAR-EXECUCAO
105800* RECORDS ONE RUN-LOG EVENT THROUGH THE SHARED RUNLOGW
105900* SUBPROGRAM, FROM THE EVENT, COUNT AND RETURN CODE THE CALLER
106000* LEFT IN THE PARAMETER AREA.
106100*-----------------------------------------------------------------
106200 6000-REGISTRAR-EXECUCAO.
106300
106400     MOVE "DEPVENC" TO RL-JOB-ID
106500     CALL "RUNLOGW" USING RUNLOG-PARAMETROS.
106600
106700 6000-EXIT.
106800     EXIT.
106900 END PROGRAM DEPVENC.
