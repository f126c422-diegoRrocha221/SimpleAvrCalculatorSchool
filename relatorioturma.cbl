000130* Purpose:Emitir o boletim de turma por materia a partir do
000140* arquivo mestre ALUNOS-MASTER: aluno, as quatro notas, media e
000150* resultado, com totais de Aprovado/Reprovado/Recuperacao ao
000154* final de cada materia. Aluno transferido para outra escola sai
000158* Transferido a partir do bimestre da saida (TRANSFERENCIAS),
000160* salvo se voltou depois (entrada posterior a saida), e
000162* a media trazida pela guia de transferencia de quem veio de
000166* outra escola sai com a origem Guia.
000170* Tectonics: cobc
000180*-----------------------------------------------------------------
000190* Mod history:
000310*   2026-09-02 DRR  Imprime o professor responsavel pela
000320*                   materia no cabecalho (atribuicoes), com a
000330*                   linha de assinatura.
000332*   2026-10-15 DRR  Mostra Transferido para o aluno que saiu
000334*                   para outra escola (contado em separado) e a
000336*                   origem Guia das medias da guia de
000338*                   transferencia; linha de 132 colunas.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. RelatorioTurma.
000600 COPY ALUNOREG.
000610
000620 FD  RELATORIO-TURMA.
000630 01  LINHA-SAIDA                  PIC X(132).
000640
000650 WORKING-STORAGE SECTION.
000660 01  WS-MATERIA-ANTERIOR          PIC X(20) VALUE SPACES.
000700 01  CONT-RECUPERACAO             PIC 9(05) COMP.
000710 01  CONT-REPROV-FALTA            PIC 9(05) COMP.
000720 01  CONT-APROV-CONSELHO          PIC 9(05) COMP.
000725 01  CONT-TRANSFERIDOS            PIC 9(05) COMP.
000730 01  PROFESSOR-ATRIBUIDO          PIC 9(04).
000740 01  PROFESSOR-NOME               PIC X(30).
000750 01  SITUACAO-ATRIBUICAO          PIC X(01).
000752 COPY TRANSREG.
000754 01  DIRECAO-SAIDA                PIC X(01) VALUE "S".
000755 01  DIRECAO-ENTRADA              PIC X(01) VALUE "E".
000756 01  SITUACAO-TRANSFERENCIA       PIC X(01).
000758 01  DATA-SAIDA                   PIC 9(08).
000760
000770 01  SW-FIM-ARQUIVO               PIC X(01) VALUE "N".
000780     88  FIM-ARQUIVO                      VALUE "S".
000790
000800 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
000810     88  ARQUIVO-ABERTO                   VALUE "S".
000812
000814 01  SW-ALUNO-TRANSFERIDO         PIC X(01).
000816     88  ALUNO-TRANSFERIDO                VALUE "S".
000820
000830 01  FS-MASTER                    PIC X(02).
000840     88  FS-MASTER-OK                     VALUE "00".
001210     05  FILLER                   PIC X(02) VALUE SPACES.
001220     05  FILLER                   PIC X(05) VALUE "Media".
001230     05  FILLER                   PIC X(02) VALUE SPACES.
001235     05  FILLER                   PIC X(11) VALUE "Resultado".
001240     05  FILLER                   PIC X(02) VALUE SPACES.
001245     05  FILLER                   PIC X(06) VALUE "Origem".
001250
001260 01  LINHA-DETALHE.
001270     05  LD-NOME                  PIC X(30).
001360     05  FILLER                   PIC X(02) VALUE SPACES.
001370     05  LD-MEDIA                 PIC ZZ.99.
001380     05  FILLER                   PIC X(02) VALUE SPACES.
001385     05  LD-RESULTADO             PIC X(11).
001390     05  FILLER                   PIC X(02) VALUE SPACES.
001395     05  LD-ORIGEM                PIC X(06).
001400
001410 01  LINHA-TOTAIS.
001420     05  FILLER                   PIC X(19) VALUE
001540     05  FILLER                   PIC X(18) VALUE
001550         "  Aprov.conselho: ".
001560     05  LT-APROV-CONSELHO        PIC ZZZZ9.
001562     05  FILLER                   PIC X(11) VALUE
001564         "  Transf.: ".
001566     05  LT-TRANSFERIDOS          PIC ZZZZ9.
001570
001580 PROCEDURE DIVISION.
001590*-----------------------------------------------------------
002250     EXIT.
002260
002270*-----------------------------------------------------------
002275* 3100-IMPRIMIR-DETALHE - escreve a linha do aluno; aluno que
002280* saiu para outra escola no ano sai Transferido a partir do
002285* bimestre da saida, salvo se houver entrada posterior a ela
002290*-----------------------------------------------------------
002300 3100-IMPRIMIR-DETALHE.
002301     MOVE "N" TO SW-ALUNO-TRANSFERIDO
002302     CALL "ConsultaTransferencia" USING REG-MATRICULA
002303         REG-ANO-LETIVO DIRECAO-SAIDA TRF-REGISTRO
002304         SITUACAO-TRANSFERENCIA
002305     IF SITUACAO-TRANSFERENCIA = "A"
002306         IF REG-BIMESTRE NOT < TRF-BIMESTRE
002307             SET ALUNO-TRANSFERIDO TO TRUE
002308         END-IF
002309     END-IF
002310     IF ALUNO-TRANSFERIDO
002311         MOVE TRF-DATA TO DATA-SAIDA
002312         CALL "ConsultaTransferencia" USING REG-MATRICULA
002313             REG-ANO-LETIVO DIRECAO-ENTRADA TRF-REGISTRO
002314             SITUACAO-TRANSFERENCIA
002315         IF SITUACAO-TRANSFERENCIA = "A"
002316             AND TRF-DATA NOT < DATA-SAIDA
002317             MOVE "N" TO SW-ALUNO-TRANSFERIDO
002318         END-IF
002319     END-IF
002320     MOVE REG-NOME-ALUNO TO LD-NOME
002321     MOVE REG-NOTAS(1) TO LD-NOTA1
002330     MOVE REG-NOTAS(2) TO LD-NOTA2
002340     MOVE REG-NOTAS(3) TO LD-NOTA3
002350     MOVE REG-NOTAS(4) TO LD-NOTA4
002360     MOVE REG-MEDIA TO LD-MEDIA
002361     IF ALUNO-TRANSFERIDO
002362         MOVE "Transferido" TO LD-RESULTADO
002363     ELSE
002364         MOVE REG-RESULTADO TO LD-RESULTADO
002365     END-IF
002366     IF REG-NOTA-EXTERNA
002367         MOVE "Guia" TO LD-ORIGEM
002368     ELSE
002369         MOVE SPACES TO LD-ORIGEM
002370     END-IF
002380     MOVE LINHA-DETALHE TO LINHA-SAIDA
002390     WRITE LINHA-SAIDA.
002400 3100-EXIT.
002440* 3200-TOTALIZAR - acumula contagem por resultado
002450*-----------------------------------------------------------
002460 3200-TOTALIZAR.
002462     IF ALUNO-TRANSFERIDO
002464         ADD 1 TO CONT-TRANSFERIDOS
002466         GO TO 3200-EXIT
002468     END-IF
002470     IF REG-APROVADO
002480         ADD 1 TO CONT-APROVADOS
002490     ELSE
002930     END-IF
002940     MOVE ZERO TO CONT-APROVADOS CONT-REPROVADOS
002950         CONT-RECUPERACAO CONT-REPROV-FALTA
002960         CONT-APROV-CONSELHO CONT-TRANSFERIDOS
002970     MOVE REG-MATERIA TO WS-MATERIA-ANTERIOR
002980     PERFORM 4100-IMPRIMIR-CABECALHO THRU 4100-EXIT.
002990 4000-EXIT.
003330     MOVE CONT-RECUPERACAO TO LT-RECUPERACAO
003340     MOVE CONT-REPROV-FALTA TO LT-REPROV-FALTA
003350     MOVE CONT-APROV-CONSELHO TO LT-APROV-CONSELHO
003355     MOVE CONT-TRANSFERIDOS TO LT-TRANSFERIDOS
003360     MOVE LINHA-TOTAIS TO LINHA-SAIDA
003370     WRITE LINHA-SAIDA.
003380 5000-EXIT.
