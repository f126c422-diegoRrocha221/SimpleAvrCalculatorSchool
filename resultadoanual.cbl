000170* conselho de classe delibera. Aluno sem registro em algum
000180* bimestre sai marcado como Incompleto. Grava o arquivo
000190* RESULTADO-ANUAL e emite o relatorio por turma.
000200* A media anual de aprovacao e a presenca minima vem da regra
000210* de avaliacao do ano letivo (ConsultaRegras); a media de cada
000220* bimestre chega aqui com a recuperacao incorporada.
000221* Aluno transferido para outra escola no ano (saida registrada
000222* em TRANSFERENCIAS) sai Transferido em vez de Incompleto; o
000223* bimestre trazido pela guia de transferencia de quem veio de
000224* outra escola (nota externa) conta na media anual como os
000225* demais e sai apontado na coluna de observacao.
000230* Tectonics: cobc
000240*-----------------------------------------------------------------
000250* Mod history:
000280*                   total de aulas e faltas do ano (arquivo
000290*                   FREQUENCIA-ALUNOS): presenca anual abaixo
000300*                   do minimo sai Reprov.Falta.
000301*   2026-10-15 DRR  Media anual de aprovacao e presenca minima
000302*                   lidas na regra de avaliacao do ano letivo
000303*                   consolidado (ConsultaRegras), em vez dos
000304*                   5.00 e 75% fixos no programa.
000305*   2026-10-15 DRR  Resultado Transferido (saida para outra
000306*                   escola) e bimestres da guia de transferencia
000307*                   somados aos cursados aqui.
000308*   2026-10-15 DRR  Nao consolida quando a regra do ano nao
000309*                   pode ser lida.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. ResultadoAnual.
000700 COPY RESREG.
000710
000720 FD  RELATORIO-ANUAL.
000730 01  LINHA-SAIDA                  PIC X(132).
000740
000750 FD  FREQUENCIA-ALUNOS.
000760 COPY FALTREG.
000860 01  PRESENCAS-ANO                PIC 9(05).
000870 01  PERCENTUAL-PRESENCA          PIC 9(03).
000880 01  B                            PIC 9(02) COMP.
000881 COPY REGRAREG.
000882 01  SITUACAO-REGRA               PIC X(01).
000883 01  STATUS-REGRAS                PIC X(02).
000884 COPY TRANSREG.
000885 01  DIRECAO-SAIDA                PIC X(01) VALUE "S".
000886 01  DIRECAO-ENTRADA              PIC X(01) VALUE "E".
000887 01  SITUACAO-TRANSFERENCIA       PIC X(01).
000888 01  DATA-SAIDA                   PIC 9(08).
000890
000900 01  CONT-CONSOLIDADOS            PIC 9(05) COMP.
000910 01  CONT-APROVADOS               PIC 9(05) COMP.
000920 01  CONT-REPROVADOS              PIC 9(05) COMP.
000930 01  CONT-INCOMPLETOS             PIC 9(05) COMP.
000940 01  CONT-REPROV-FALTA            PIC 9(05) COMP.
000945 01  CONT-TRANSFERIDOS            PIC 9(05) COMP.
000950
000960 01  SW-FIM-ARQUIVO               PIC X(01) VALUE "N".
000970     88  FIM-ARQUIVO                      VALUE "S".
001700     05  FILLER                   PIC X(07) VALUE "  Anual".
001710     05  FILLER                   PIC X(02) VALUE SPACES.
001720     05  FILLER                   PIC X(12) VALUE "Resultado".
001723     05  FILLER                   PIC X(02) VALUE SPACES.
001726     05  FILLER                   PIC X(11) VALUE "Observacao".
001730
001740 01  LINHA-DETALHE.
001750     05  LD-MATRICULA             PIC 9(06).
001890     05  LD-MEDIA-ANUAL           PIC ZZ.99.
001900     05  FILLER                   PIC X(02) VALUE SPACES.
001910     05  LD-RESULTADO             PIC X(12).
001912     05  FILLER                   PIC X(02) VALUE SPACES.
001914     05  LD-OBS.
001916         10  LD-OBS-TEXTO         PIC X(11).
001918         10  LD-OBS-BIM           PIC 9(01) OCCURS 4 TIMES.
001920 01  EXIBE-MEDIA                  PIC ZZ.99.
001930 01  EXIBE-BIM                    PIC X(05).
001940
002050     05  FILLER                   PIC X(17) VALUE
002060         "  Reprov. falta: ".
002070     05  LTT-REPROV-FALTA         PIC ZZZZ9.
002072     05  FILLER                   PIC X(17) VALUE
002074         "  Transferidos: ".
002076     05  LTT-TRANSFERIDOS         PIC ZZZZ9.
002080
002090 PROCEDURE DIVISION.
002100*-----------------------------------------------------------
002280 1000-INICIALIZAR.
002290     MOVE ZERO TO CONT-CONSOLIDADOS CONT-APROVADOS
002300         CONT-REPROVADOS CONT-INCOMPLETOS CONT-REPROV-FALTA
002310         CONT-TRANSFERIDOS TCA-QTD TTU-QTD
002320     PERFORM 1100-OBTER-ANO-LETIVO THRU 1100-EXIT
002321     CALL "ConsultaRegras" USING ANO-LETIVO RGR-REGISTRO
002322         SITUACAO-REGRA STATUS-REGRAS
002323     IF SITUACAO-REGRA = "X"
002324         DISPLAY "Regra de avaliacao do ano " ANO-LETIVO
002325             " ilegivel; consolidacao nao feita. Status: "
002326             STATUS-REGRAS
002327         GO TO 1000-EXIT
002328     END-IF
002330     OPEN INPUT ALUNOS-MASTER
002340     IF NOT FS-MASTER-OK
002350         IF FS-MASTER-EM-USO
002530             SET FREQUENCIA-DISPONIVEL TO TRUE
002540         ELSE
002550             DISPLAY "Arquivo de frequencia indisponivel; "
002560                 "regra de presenca minima nao aplicada."
002570         END-IF
002580         MOVE LOW-VALUES TO REG-CHAVE
002590         START ALUNOS-MASTER KEY IS NOT LESS THAN REG-CHAVE
003290     END-IF
003300     IF TCA-ACHADO > ZERO
003310         MOVE REG-MEDIA TO TCA-MEDIA-BIM(TCA-ACHADO REG-BIMESTRE)
003313         IF REG-NOTA-EXTERNA
003316             MOVE "E" TO TCA-PRESENTE(TCA-ACHADO REG-BIMESTRE)
003319         ELSE
003322             MOVE "S" TO TCA-PRESENTE(TCA-ACHADO REG-BIMESTRE)
003325         END-IF
003330     END-IF
003340     PERFORM 2000-LER-MESTRE THRU 2000-EXIT.
003350 3000-EXIT.
003880
003890*-----------------------------------------------------------
003900* 4100-EMITIR-TURMA - bloco do relatorio de uma turma, com os
003910* totais de Aprovado/Reprovado/Incompleto/Transferido da turma
003920*-----------------------------------------------------------
003930 4100-EMITIR-TURMA.
003940     MOVE ZERO TO CONT-APROVADOS CONT-REPROVADOS
003950         CONT-INCOMPLETOS CONT-REPROV-FALTA CONT-TRANSFERIDOS
003960     MOVE SPACES TO LINHA-SAIDA
003970     WRITE LINHA-SAIDA
003980     MOVE TTU-TURMA(TTU-IDX) TO LCT-TURMA
004070     MOVE CONT-REPROVADOS TO LTT-REPROVADOS
004080     MOVE CONT-INCOMPLETOS TO LTT-INCOMPLETOS
004090     MOVE CONT-REPROV-FALTA TO LTT-REPROV-FALTA
004095     MOVE CONT-TRANSFERIDOS TO LTT-TRANSFERIDOS
004100     MOVE LINHA-TOTAIS TO LINHA-SAIDA
004110     WRITE LINHA-SAIDA.
004120 4100-EXIT.
004280     END-PERFORM
004290     IF QTD-BIMESTRES = 4
004300         COMPUTE MEDIA-ANUAL ROUNDED = SOMA-MEDIAS / 4
004310         IF MEDIA-ANUAL >= RGR-MEDIA-ANUAL
004320             SET RES-APROVADO TO TRUE
004330         ELSE
004340             SET RES-REPROVADO TO TRUE
004410         ELSE
004420             MOVE ZERO TO MEDIA-ANUAL
004430         END-IF
004440         PERFORM 4230-VERIFICAR-TRANSFERENCIA THRU 4230-EXIT
004450     END-IF
004460     PERFORM 4270-TOTALIZAR-RESULTADO THRU 4270-EXIT
004470     PERFORM 4300-GRAVAR-RESULTADO THRU 4300-EXIT
004510     EXIT.
004520
004530*-----------------------------------------------------------
004536* 4210-ACUMULAR-BIMESTRE - soma a media do bimestre B presente,
004542* cursado aqui ou trazido pela guia de transferencia
004550*-----------------------------------------------------------
004560 4210-ACUMULAR-BIMESTRE.
004570     IF TCA-PRESENTE(TCA-IDX B) NOT = "N"
004580         ADD TCA-MEDIA-BIM(TCA-IDX B) TO SOMA-MEDIAS
004590         ADD 1 TO QTD-BIMESTRES
004600     END-IF.
004620     EXIT.
004630
004640*-----------------------------------------------------------
004641* 4230-VERIFICAR-TRANSFERENCIA - aluno sem os quatro bimestres:
004642* Transferido se ha saida para outra escola registrada no ano
004643* (ConsultaTransferencia) sem entrada posterior a ela, senao
004644* Incompleto
004645*-----------------------------------------------------------
004646 4230-VERIFICAR-TRANSFERENCIA.
004647     CALL "ConsultaTransferencia" USING TCD-MATRICULA ANO-LETIVO
004648         DIRECAO-SAIDA TRF-REGISTRO SITUACAO-TRANSFERENCIA
004649     IF SITUACAO-TRANSFERENCIA = "A"
004650         MOVE TRF-DATA TO DATA-SAIDA
004651         CALL "ConsultaTransferencia" USING TCD-MATRICULA
004652             ANO-LETIVO DIRECAO-ENTRADA TRF-REGISTRO
004653             SITUACAO-TRANSFERENCIA
004654         IF SITUACAO-TRANSFERENCIA = "A"
004655             AND TRF-DATA NOT < DATA-SAIDA
004656             SET RES-INCOMPLETO TO TRUE
004657         ELSE
004658             SET RES-TRANSFERIDO TO TRUE
004659         END-IF
004660     ELSE
004661         SET RES-INCOMPLETO TO TRUE
004662     END-IF.
004663 4230-EXIT.
004664     EXIT.
004665
004666*-----------------------------------------------------------
004667* 4250-APLICAR-FREQUENCIA - soma as aulas e faltas dos quatro
004668* bimestres no arquivo de frequencia e reprova por falta o
004670* aluno com presenca anual abaixo do minimo do ano
004680*-----------------------------------------------------------
004690 4250-APLICAR-FREQUENCIA.
004700     IF NOT FREQUENCIA-DISPONIVEL
004790             GIVING PRESENCAS-ANO
004800         COMPUTE PERCENTUAL-PRESENCA ROUNDED =
004810             (PRESENCAS-ANO * 100) / TOTAL-AULAS
004820         IF PERCENTUAL-PRESENCA < RGR-FREQUENCIA-MINIMA
004830             SET RES-REPROV-FALTA TO TRUE
004840         END-IF
004850     END-IF.
005190             IF RES-REPROVADO
005200                 ADD 1 TO CONT-REPROVADOS
005210             ELSE
005213                 IF RES-TRANSFERIDO
005216                     ADD 1 TO CONT-TRANSFERIDOS
005219                 ELSE
005222                     ADD 1 TO CONT-INCOMPLETOS
005225                 END-IF
005230             END-IF
005240         END-IF
005250     END-IF.
005480
005490*-----------------------------------------------------------
005500* 4400-IMPRIMIR-DETALHE - linha do aluno/materia no relatorio;
005506* bimestre sem registro sai como "  ---" e os bimestres da guia
005512* de transferencia saem na observacao
005520*-----------------------------------------------------------
005530 4400-IMPRIMIR-DETALHE.
005540     MOVE TCD-MATRICULA TO LD-MATRICULA
005680     MOVE EXIBE-BIM TO LD-BIM-4
005690     MOVE RES-MEDIA-ANUAL TO LD-MEDIA-ANUAL
005700     MOVE RES-RESULTADO TO LD-RESULTADO
005702     MOVE SPACES TO LD-OBS
005704     PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
005706         PERFORM 4420-APONTAR-GUIA THRU 4420-EXIT
005708     END-PERFORM
005710     MOVE LINHA-DETALHE TO LINHA-SAIDA
005720     WRITE LINHA-SAIDA.
005730 4400-EXIT.
005780* EXIBE-BIM, ou "  ---" quando o bimestre nao tem registro
005790*-----------------------------------------------------------
005800 4410-FORMATAR-BIMESTRE.
005810     IF TCA-PRESENTE(TCA-IDX B) NOT = "N"
005820         MOVE TCA-MEDIA-BIM(TCA-IDX B) TO EXIBE-MEDIA
005830         MOVE EXIBE-MEDIA TO EXIBE-BIM
005840     ELSE
005850         MOVE "  ---" TO EXIBE-BIM
005860     END-IF.
005870 4410-EXIT.
005871     EXIT.
005872
005873*-----------------------------------------------------------
005874* 4420-APONTAR-GUIA - acrescenta o bimestre B a observacao
005875* quando veio da guia de transferencia
005876*-----------------------------------------------------------
005877 4420-APONTAR-GUIA.
005878     IF TCA-PRESENTE(TCA-IDX B) = "E"
005879         MOVE "Guia bim.: " TO LD-OBS-TEXTO
005880         MOVE B TO LD-OBS-BIM(B)
005881     END-IF.
005882 4420-EXIT.
005883     EXIT.
005890
005900*-----------------------------------------------------------
005910* 9000-FINALIZAR - fecha os arquivos e informa o total
