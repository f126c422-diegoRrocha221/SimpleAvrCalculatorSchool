000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Alerta antecipado de reprovacao anual para o conselho
000140* de classe: a partir do arquivo mestre ALUNOS-MASTER, juntar as
000150* medias dos bimestres ja avaliados do ano letivo (ate o
000160* bimestre informado) por turma, materia e aluno e calcular a
000170* media necessaria nos bimestres restantes para a media anual
000180* alcancar a media de aprovacao do ano, pela mesma regra de
000190* consolidacao do ResultadoAnual (media simples dos quatro
000200* bimestres, com a recuperacao ja incorporada e os bimestres da
000210* guia de transferencia contando como os demais). O aluno sai
000220* no relatorio quando a media necessaria passa de 10.00 (ano
000230* perdido), quando passa da tendencia atual dele (media dos
000240* bimestres ja avaliados) ou quando as faltas ja lancadas em
000250* FREQUENCIA-ALUNOS tornam a presenca minima do ano
000260* inalcancavel, mesmo sem nenhuma falta a mais (as aulas dos
000270* bimestres restantes sao estimadas pela media das aulas ja
000280* dadas). Relatorio por turma, em ordem de turma, com o resumo
000290* de cada turma. Aluno transferido para outra escola no ano
000300* nao entra no alerta, salvo o que voltou (entrada posterior
000305* a saida).
000310* Tectonics: cobc
000320*-----------------------------------------------------------------
000330* Mod history:
000340*   2026-10-15 DRR  Criado (alerta de risco de reprovacao anual
000350*                   para o conselho de classe).
000351*   2026-10-15 DRR  Regra do ano ilegivel aborta sem alerta.
000352*   2026-10-15 DRR  Aluno que saiu e voltou no ano (entrada
000353*                   depois da saida) volta a ser avaliado.
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. AlertaRisco.
000390 AUTHOR. Diego R. Rocha.
000400 INSTALLATION. Secretaria Escolar.
000410 DATE-WRITTEN. 15/10/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ALUNOS-MASTER ASSIGN TO "ALUNOSM"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS REG-CHAVE
000510         ALTERNATE RECORD KEY IS REG-MATERIA
000520             WITH DUPLICATES
000530         FILE STATUS IS FS-MASTER.
000540
000550     SELECT RELATORIO-RISCO ASSIGN TO "RELRISCO"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FS-RELATORIO.
000580
000590     SELECT FREQUENCIA-ALUNOS ASSIGN TO "FREQALUN"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS FALT-CHAVE
000630         FILE STATUS IS FS-FREQUENCIA.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  ALUNOS-MASTER.
000680 COPY ALUNOREG.
000690
000700 FD  RELATORIO-RISCO.
000710 01  LINHA-SAIDA                  PIC X(132).
000720
000730 FD  FREQUENCIA-ALUNOS.
000740 COPY FALTREG.
000750
000760 WORKING-STORAGE SECTION.
000770 01  ANO-LETIVO                   PIC 9(04).
000780 01  ULTIMO-BIMESTRE              PIC 9(01).
000790 01  DATA-HOJE                    PIC 9(08).
000800 01  SOMA-MEDIAS                  PIC 9(04)V99.
000810 01  QTD-BIMESTRES                PIC 9(01).
000820 01  QTD-RESTANTES                PIC 9(01).
000830 01  PONTOS-FALTANTES             PIC S9(04)V99.
000840 01  MEDIA-NECESSARIA             PIC 9(03)V99.
000850 01  MEDIA-TENDENCIA              PIC 99V99.
000860 01  TOTAL-AULAS                  PIC 9(05).
000870 01  TOTAL-FALTAS                 PIC 9(05).
000880 01  QTD-BIM-FREQUENCIA           PIC 9(01).
000890 01  AULAS-PREVISTAS              PIC 9(05).
000900 01  PRESENCA-MAXIMA              PIC 9(03).
000910 01  B                            PIC 9(02) COMP.
000920 COPY REGRAREG.
000930 01  SITUACAO-REGRA               PIC X(01).
000935 01  STATUS-REGRAS                PIC X(02).
000940 01  SITUACAO-PERIODO             PIC X(01).
000950 COPY TRANSREG.
000960 01  DIRECAO-SAIDA                PIC X(01) VALUE "S".
000962 01  DIRECAO-ENTRADA              PIC X(01) VALUE "E".
000964 01  DATA-SAIDA                   PIC 9(08).
000970 01  SITUACAO-TRANSFERENCIA       PIC X(01).
000980
000990 01  CONT-AVALIADOS               PIC 9(05) COMP.
001000 01  CONT-EM-RISCO                PIC 9(05) COMP.
001010 01  CONT-PERDIDOS                PIC 9(05) COMP.
001020 01  CONT-ACIMA-TENDENCIA         PIC 9(05) COMP.
001030 01  CONT-FREQUENCIA              PIC 9(05) COMP.
001040 01  CONT-TRANSFERIDOS            PIC 9(05) COMP.
001050 01  CONT-GERAL-AVALIADOS         PIC 9(05) COMP.
001060 01  CONT-GERAL-EM-RISCO          PIC 9(05) COMP.
001070
001080 01  SW-FIM-ARQUIVO               PIC X(01) VALUE "N".
001090     88  FIM-ARQUIVO                      VALUE "S".
001100
001110 01  SW-MASTER-ABERTO             PIC X(01) VALUE "N".
001120     88  MASTER-ABERTO                    VALUE "S".
001130
001140 01  SW-CHAVE-ACHADA              PIC X(01).
001150     88  CHAVE-ACHADA                     VALUE "S".
001160
001170 01  SW-TURMA-ACHADA              PIC X(01).
001180     88  TURMA-ACHADA                     VALUE "S".
001190
001200 01  SW-TABELA-ESTOUROU           PIC X(01) VALUE "N".
001210     88  TABELA-ESTOUROU                  VALUE "S".
001220
001230 01  SW-FREQ-DISPONIVEL           PIC X(01) VALUE "N".
001240     88  FREQUENCIA-DISPONIVEL            VALUE "S".
001250
001260 01  SW-ALERTA-PERDIDO            PIC X(01).
001270     88  ALERTA-PERDIDO                   VALUE "S".
001280 01  SW-ALERTA-TENDENCIA          PIC X(01).
001290     88  ALERTA-TENDENCIA                 VALUE "S".
001300 01  SW-ALERTA-FREQUENCIA         PIC X(01).
001310     88  ALERTA-FREQUENCIA                VALUE "S".
001320
001330 01  FS-MASTER                    PIC X(02).
001340     88  FS-MASTER-OK                     VALUE "00".
001350     88  FS-MASTER-EM-USO                 VALUE "61".
001360 01  FS-RELATORIO                 PIC X(02).
001370     88  FS-RELATORIO-OK                  VALUE "00".
001380 01  FS-FREQUENCIA                PIC X(02).
001390     88  FS-FREQUENCIA-OK                 VALUE "00".
001400
001410 01  CHAVE-CONSOL.
001420     05  CC-TURMA                 PIC X(06).
001430     05  CC-MATERIA               PIC X(20).
001440     05  CC-MATRICULA             PIC 9(06).
001450
001460 01  TABELA-CONSOLIDACAO.
001470     05  TCA-ITEM OCCURS 2000 TIMES.
001480         10  TCA-CHAVE            PIC X(32).
001490         10  TCA-NOME             PIC X(30).
001500         10  TCA-MEDIA-BIM        PIC 99V99 OCCURS 4 TIMES.
001510         10  TCA-PRESENTE         PIC X(01) OCCURS 4 TIMES.
001520 01  TCA-QTD                      PIC 9(04) COMP.
001530 01  TCA-IDX                      PIC 9(04) COMP.
001540 01  TCA-ACHADO                   PIC 9(04) COMP.
001550 01  TCA-CHAVE-DESM.
001560     05  TCD-TURMA                PIC X(06).
001570     05  TCD-MATERIA              PIC X(20).
001580     05  TCD-MATRICULA            PIC 9(06).
001590
001600 01  TABELA-TURMAS.
001610     05  TTU-TURMA                PIC X(06) OCCURS 50 TIMES.
001620 01  TTU-QTD                      PIC 9(02) COMP.
001630 01  TTU-IDX                      PIC 9(02) COMP.
001640 01  TTU-POSICAO                  PIC 9(02) COMP.
001650
001660 01  LINHA-TITULO.
001670     05  FILLER                   PIC X(38) VALUE
001680         "Alerta de risco de reprovacao - ano  ".
001690     05  LT-ANO-LETIVO            PIC 9(04).
001700     05  FILLER                   PIC X(22) VALUE
001710         "  avaliado ate o bim. ".
001720     05  LT-BIMESTRE              PIC 9(01).
001730     05  FILLER                   PIC X(12) VALUE
001740         "  emitido em".
001750     05  LT-DATA                  PIC 9(08).
001760
001770 01  LINHA-REGRA.
001780     05  FILLER                   PIC X(26) VALUE
001790         "Media anual de aprovacao: ".
001800     05  LR-MEDIA-ANUAL           PIC Z9.99.
001810     05  FILLER                   PIC X(21) VALUE
001820         "  Presenca minima: ".
001830     05  LR-FREQUENCIA            PIC ZZ9.
001840     05  FILLER                   PIC X(01) VALUE "%".
001850
001860 01  LINHA-CAB-TURMA.
001870     05  FILLER                   PIC X(07) VALUE "Turma: ".
001880     05  LCT-TURMA                PIC X(06).
001890
001900 01  LINHA-COLUNAS.
001910     05  FILLER                   PIC X(10) VALUE "Matricula ".
001920     05  FILLER                   PIC X(30) VALUE "Aluno".
001930     05  FILLER                   PIC X(02) VALUE SPACES.
001940     05  FILLER                   PIC X(20) VALUE "Materia".
001950     05  FILLER                   PIC X(02) VALUE SPACES.
001960     05  FILLER                   PIC X(07) VALUE "   B1  ".
001970     05  FILLER                   PIC X(07) VALUE "   B2  ".
001980     05  FILLER                   PIC X(07) VALUE "   B3  ".
001990     05  FILLER                   PIC X(07) VALUE " Tend. ".
002000     05  FILLER                   PIC X(08) VALUE "  Neces.".
002010     05  FILLER                   PIC X(06) VALUE " Pres.".
002020     05  FILLER                   PIC X(02) VALUE SPACES.
002030     05  FILLER                   PIC X(18) VALUE "Alerta".
002040
002050 01  LINHA-DETALHE.
002060     05  LD-MATRICULA             PIC 9(06).
002070     05  FILLER                   PIC X(04) VALUE SPACES.
002080     05  LD-NOME                  PIC X(30).
002090     05  FILLER                   PIC X(02) VALUE SPACES.
002100     05  LD-MATERIA               PIC X(20).
002110     05  FILLER                   PIC X(02) VALUE SPACES.
002120     05  LD-BIM-1                 PIC X(05).
002130     05  FILLER                   PIC X(02) VALUE SPACES.
002140     05  LD-BIM-2                 PIC X(05).
002150     05  FILLER                   PIC X(02) VALUE SPACES.
002160     05  LD-BIM-3                 PIC X(05).
002170     05  FILLER                   PIC X(02) VALUE SPACES.
002180     05  LD-TENDENCIA             PIC ZZ.99.
002190     05  FILLER                   PIC X(02) VALUE SPACES.
002200     05  LD-NECESSARIA            PIC ZZZ.99.
002210     05  FILLER                   PIC X(02) VALUE SPACES.
002220     05  LD-PRESENCA              PIC X(04).
002230     05  FILLER                   PIC X(02) VALUE SPACES.
002240     05  LD-ALERTA-PERDIDO        PIC X(08).
002250     05  LD-ALERTA-TENDENCIA      PIC X(06).
002260     05  LD-ALERTA-FREQUENCIA     PIC X(05).
002270 01  EXIBE-MEDIA                  PIC ZZ.99.
002280 01  EXIBE-BIM                    PIC X(05).
002290 01  EXIBE-PRESENCA               PIC ZZ9.
002300
002310 01  LINHA-RESUMO.
002320     05  FILLER                   PIC X(23) VALUE
002330         "  Alunos/materias aval.".
002340     05  FILLER                   PIC X(02) VALUE ": ".
002350     05  LRS-AVALIADOS            PIC ZZZZ9.
002360     05  FILLER                   PIC X(14) VALUE
002370         "  Em risco:   ".
002380     05  LRS-EM-RISCO             PIC ZZZZ9.
002390     05  FILLER                   PIC X(14) VALUE
002400         "  Perdidos:   ".
002410     05  LRS-PERDIDOS             PIC ZZZZ9.
002420     05  FILLER                   PIC X(18) VALUE
002430         "  Acima da tend.: ".
002440     05  LRS-ACIMA-TENDENCIA      PIC ZZZZ9.
002450     05  FILLER                   PIC X(15) VALUE
002460         "  Frequencia: ".
002470     05  LRS-FREQUENCIA           PIC ZZZZ9.
002480     05  FILLER                   PIC X(17) VALUE
002490         "  Transferidos: ".
002500     05  LRS-TRANSFERIDOS         PIC ZZZZ9.
002510
002520 PROCEDURE DIVISION.
002530*-----------------------------------------------------------
002540* 0000-MAINLINE
002550*-----------------------------------------------------------
002560 0000-MAINLINE.
002570     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002580     IF MASTER-ABERTO
002590         PERFORM 2000-LER-MESTRE THRU 2000-EXIT
002600         PERFORM 3000-CONSOLIDAR-REGISTRO THRU 3000-EXIT
002610             UNTIL FIM-ARQUIVO
002620         PERFORM 4000-EMITIR-ALERTA THRU 4000-EXIT
002630     END-IF
002640     PERFORM 9000-FINALIZAR THRU 9000-EXIT
002650     STOP RUN.
002660
002670*-----------------------------------------------------------
002680* 1000-INICIALIZAR - le o ano letivo e o ultimo bimestre
002690* avaliado, busca a regra do ano e abre os arquivos
002700*-----------------------------------------------------------
002710 1000-INICIALIZAR.
002720     MOVE ZERO TO CONT-GERAL-AVALIADOS CONT-GERAL-EM-RISCO
002730         TCA-QTD TTU-QTD
002740     PERFORM 1100-OBTER-ANO-LETIVO THRU 1100-EXIT
002750     PERFORM 1200-OBTER-BIMESTRE THRU 1200-EXIT
002760     CALL "ConsultaRegras" USING ANO-LETIVO RGR-REGISTRO
002770         SITUACAO-REGRA STATUS-REGRAS
002771     IF SITUACAO-REGRA = "X"
002772         DISPLAY "Regra de avaliacao do ano " ANO-LETIVO
002773             " ilegivel; alerta nao emitido. Status: "
002774             STATUS-REGRAS
002775         GO TO 1000-EXIT
002776     END-IF
002780     OPEN INPUT ALUNOS-MASTER
002790     IF NOT FS-MASTER-OK
002800         IF FS-MASTER-EM-USO
002810             DISPLAY "Arquivo mestre em uso por outra "
002820                 "sessao; tente mais tarde."
002830         ELSE
002840             DISPLAY "Arquivo mestre ainda nao existe."
002850         END-IF
002860         SET FIM-ARQUIVO TO TRUE
002870         GO TO 1000-EXIT
002880     END-IF
002890     SET MASTER-ABERTO TO TRUE
002900     OPEN OUTPUT RELATORIO-RISCO
002910     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
002920     MOVE ANO-LETIVO TO LT-ANO-LETIVO
002930     MOVE ULTIMO-BIMESTRE TO LT-BIMESTRE
002940     MOVE DATA-HOJE TO LT-DATA
002950     MOVE LINHA-TITULO TO LINHA-SAIDA
002960     WRITE LINHA-SAIDA
002970     MOVE RGR-MEDIA-ANUAL TO LR-MEDIA-ANUAL
002980     MOVE RGR-FREQUENCIA-MINIMA TO LR-FREQUENCIA
002990     MOVE LINHA-REGRA TO LINHA-SAIDA
003000     WRITE LINHA-SAIDA
003010     OPEN INPUT FREQUENCIA-ALUNOS
003020     IF FS-FREQUENCIA-OK
003030         SET FREQUENCIA-DISPONIVEL TO TRUE
003040     ELSE
003050         DISPLAY "Arquivo de frequencia indisponivel; "
003060             "alerta de presenca minima nao aplicado."
003070     END-IF
003080     MOVE LOW-VALUES TO REG-CHAVE
003090     MOVE ANO-LETIVO TO REG-ANO-LETIVO
003100     START ALUNOS-MASTER KEY IS NOT LESS THAN REG-CHAVE
003110         INVALID KEY
003120             SET FIM-ARQUIVO TO TRUE
003130     END-START.
003140 1000-EXIT.
003150     EXIT.
003160
003170*-----------------------------------------------------------
003180* 1100-OBTER-ANO-LETIVO - le e valida o ano letivo
003190*-----------------------------------------------------------
003200 1100-OBTER-ANO-LETIVO.
003210     DISPLAY "Entre com o ano letivo (AAAA): "
003220     ACCEPT ANO-LETIVO
003230     IF ANO-LETIVO < 2000 THEN
003240         DISPLAY "Ano letivo invalido! Por favor entre com um "
003250             "ano valido"
003260         GO TO 1100-OBTER-ANO-LETIVO
003270     END-IF.
003280 1100-EXIT.
003290     EXIT.
003300
003310*-----------------------------------------------------------
003320* 1200-OBTER-BIMESTRE - le o ultimo bimestre avaliado (1 a 3;
003330* com o quarto bimestre o resultado ja e o do ResultadoAnual)
003340* e avisa quando o periodo ainda nao foi fechado
003350*-----------------------------------------------------------
003360 1200-OBTER-BIMESTRE.
003370     DISPLAY "Entre com o ultimo bimestre avaliado (1-3): "
003380     ACCEPT ULTIMO-BIMESTRE
003390     IF ULTIMO-BIMESTRE < 1 OR ULTIMO-BIMESTRE > 3 THEN
003400         DISPLAY "Bimestre invalido! Por favor entre com um "
003410             "bimestre de 1 a 3"
003420         GO TO 1200-OBTER-BIMESTRE
003430     END-IF
003440     CALL "ConsultaPeriodo" USING ANO-LETIVO ULTIMO-BIMESTRE
003450         SITUACAO-PERIODO
003460     IF SITUACAO-PERIODO NOT = "F"
003470         DISPLAY "Aviso: bimestre " ULTIMO-BIMESTRE
003480             " ainda nao fechado; medias podem mudar."
003490     END-IF.
003500 1200-EXIT.
003510     EXIT.
003520
003530*-----------------------------------------------------------
003540* 2000-LER-MESTRE - le o proximo registro do mestre; o ano
003550* letivo seguinte encerra a leitura
003560*-----------------------------------------------------------
003570 2000-LER-MESTRE.
003580     IF NOT FIM-ARQUIVO
003590         READ ALUNOS-MASTER NEXT RECORD
003600             AT END
003610                 SET FIM-ARQUIVO TO TRUE
003620         END-READ
003630     END-IF
003640     IF NOT FIM-ARQUIVO
003650         IF REG-ANO-LETIVO NOT = ANO-LETIVO
003660             SET FIM-ARQUIVO TO TRUE
003670         END-IF
003680     END-IF.
003690 2000-EXIT.
003700     EXIT.
003710
003720*-----------------------------------------------------------
003730* 3000-CONSOLIDAR-REGISTRO - acumula a media do bimestre do
003740* registro na tabela de consolidacao, ate o ultimo bimestre
003750* avaliado
003760*-----------------------------------------------------------
003770 3000-CONSOLIDAR-REGISTRO.
003780     IF REG-BIMESTRE > ULTIMO-BIMESTRE
003790         PERFORM 2000-LER-MESTRE THRU 2000-EXIT
003800         GO TO 3000-EXIT
003810     END-IF
003820     MOVE REG-TURMA TO CC-TURMA
003830     MOVE REG-MATERIA TO CC-MATERIA
003840     MOVE REG-MATRICULA TO CC-MATRICULA
003850     MOVE "N" TO SW-CHAVE-ACHADA
003860     MOVE ZERO TO TCA-ACHADO
003870     PERFORM VARYING TCA-IDX FROM 1 BY 1 UNTIL TCA-IDX > TCA-QTD
003880         PERFORM 3100-COMPARAR-CHAVE THRU 3100-EXIT
003890     END-PERFORM
003900     IF NOT CHAVE-ACHADA
003910         IF TCA-QTD < 2000
003920             ADD 1 TO TCA-QTD
003930             MOVE CHAVE-CONSOL TO TCA-CHAVE(TCA-QTD)
003940             MOVE REG-NOME-ALUNO TO TCA-NOME(TCA-QTD)
003950             PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
003960                 MOVE ZERO TO TCA-MEDIA-BIM(TCA-QTD B)
003970                 MOVE "N" TO TCA-PRESENTE(TCA-QTD B)
003980             END-PERFORM
003990             MOVE TCA-QTD TO TCA-ACHADO
004000             PERFORM 3200-REGISTRAR-TURMA THRU 3200-EXIT
004010         ELSE
004020             IF NOT TABELA-ESTOUROU
004030                 SET TABELA-ESTOUROU TO TRUE
004040                 DISPLAY "Tabela de consolidacao cheia; "
004050                     "alerta parcial a partir daqui."
004060             END-IF
004070         END-IF
004080     END-IF
004090     IF TCA-ACHADO > ZERO
004100         MOVE REG-MEDIA TO TCA-MEDIA-BIM(TCA-ACHADO REG-BIMESTRE)
004110         IF REG-NOTA-EXTERNA
004120             MOVE "E" TO TCA-PRESENTE(TCA-ACHADO REG-BIMESTRE)
004130         ELSE
004140             MOVE "S" TO TCA-PRESENTE(TCA-ACHADO REG-BIMESTRE)
004150         END-IF
004160     END-IF
004170     PERFORM 2000-LER-MESTRE THRU 2000-EXIT.
004180 3000-EXIT.
004190     EXIT.
004200
004210*-----------------------------------------------------------
004220* 3100-COMPARAR-CHAVE - localiza a chave turma/materia/aluno
004230* na tabela de consolidacao e guarda o indice em TCA-ACHADO
004240*-----------------------------------------------------------
004250 3100-COMPARAR-CHAVE.
004260     IF NOT CHAVE-ACHADA
004270         IF TCA-CHAVE(TCA-IDX) = CHAVE-CONSOL
004280             SET CHAVE-ACHADA TO TRUE
004290             MOVE TCA-IDX TO TCA-ACHADO
004300         END-IF
004310     END-IF.
004320 3100-EXIT.
004330     EXIT.
004340
004350*-----------------------------------------------------------
004360* 3200-REGISTRAR-TURMA - inclui a turma do registro na lista
004370* de turmas do relatorio, mantida em ordem de turma
004380*-----------------------------------------------------------
004390 3200-REGISTRAR-TURMA.
004400     MOVE "N" TO SW-TURMA-ACHADA
004410     MOVE ZERO TO TTU-POSICAO
004420     PERFORM VARYING TTU-IDX FROM 1 BY 1 UNTIL TTU-IDX > TTU-QTD
004430         PERFORM 3210-COMPARAR-TURMA THRU 3210-EXIT
004440     END-PERFORM
004450     IF TURMA-ACHADA OR TTU-QTD NOT < 50
004460         GO TO 3200-EXIT
004470     END-IF
004480     ADD 1 TO TTU-QTD
004490     IF TTU-POSICAO = ZERO
004500         MOVE TTU-QTD TO TTU-POSICAO
004510     END-IF
004520     PERFORM VARYING TTU-IDX FROM TTU-QTD BY -1
004530         UNTIL TTU-IDX NOT > TTU-POSICAO
004540         MOVE TTU-TURMA(TTU-IDX - 1) TO TTU-TURMA(TTU-IDX)
004550     END-PERFORM
004560     MOVE REG-TURMA TO TTU-TURMA(TTU-POSICAO).
004570 3200-EXIT.
004580     EXIT.
004590
004600*-----------------------------------------------------------
004610* 3210-COMPARAR-TURMA - compara com uma turma ja listada e
004620* guarda a primeira posicao de turma maior (ponto de insercao)
004630*-----------------------------------------------------------
004640 3210-COMPARAR-TURMA.
004650     IF TTU-TURMA(TTU-IDX) = REG-TURMA
004660         SET TURMA-ACHADA TO TRUE
004670     END-IF
004680     IF TTU-TURMA(TTU-IDX) > REG-TURMA AND TTU-POSICAO = ZERO
004690         MOVE TTU-IDX TO TTU-POSICAO
004700     END-IF.
004710 3210-EXIT.
004720     EXIT.
004730
004740*-----------------------------------------------------------
004750* 4000-EMITIR-ALERTA - bloco do relatorio de cada turma, em
004760* ordem de turma
004770*-----------------------------------------------------------
004780 4000-EMITIR-ALERTA.
004790     PERFORM VARYING TTU-IDX FROM 1 BY 1 UNTIL TTU-IDX > TTU-QTD
004800         PERFORM 4100-EMITIR-TURMA THRU 4100-EXIT
004810     END-PERFORM.
004820 4000-EXIT.
004830     EXIT.
004840
004850*-----------------------------------------------------------
004860* 4100-EMITIR-TURMA - alunos em risco de uma turma e o resumo
004870* da turma para o conselho de classe
004880*-----------------------------------------------------------
004890 4100-EMITIR-TURMA.
004900     MOVE ZERO TO CONT-AVALIADOS CONT-EM-RISCO CONT-PERDIDOS
004910         CONT-ACIMA-TENDENCIA CONT-FREQUENCIA CONT-TRANSFERIDOS
004920     MOVE SPACES TO LINHA-SAIDA
004930     WRITE LINHA-SAIDA
004940     MOVE TTU-TURMA(TTU-IDX) TO LCT-TURMA
004950     MOVE LINHA-CAB-TURMA TO LINHA-SAIDA
004960     WRITE LINHA-SAIDA
004970     MOVE LINHA-COLUNAS TO LINHA-SAIDA
004980     WRITE LINHA-SAIDA
004990     PERFORM VARYING TCA-IDX FROM 1 BY 1 UNTIL TCA-IDX > TCA-QTD
005000         PERFORM 4200-AVALIAR-ALUNO THRU 4200-EXIT
005010     END-PERFORM
005020     MOVE CONT-AVALIADOS TO LRS-AVALIADOS
005030     MOVE CONT-EM-RISCO TO LRS-EM-RISCO
005040     MOVE CONT-PERDIDOS TO LRS-PERDIDOS
005050     MOVE CONT-ACIMA-TENDENCIA TO LRS-ACIMA-TENDENCIA
005060     MOVE CONT-FREQUENCIA TO LRS-FREQUENCIA
005070     MOVE CONT-TRANSFERIDOS TO LRS-TRANSFERIDOS
005080     MOVE LINHA-RESUMO TO LINHA-SAIDA
005090     WRITE LINHA-SAIDA
005100     ADD CONT-AVALIADOS TO CONT-GERAL-AVALIADOS
005110     ADD CONT-EM-RISCO TO CONT-GERAL-EM-RISCO.
005120 4100-EXIT.
005130     EXIT.
005140
005150*-----------------------------------------------------------
005160* 4200-AVALIAR-ALUNO - se o item da tabela pertence a turma
005170* corrente, calcula a media necessaria nos bimestres restantes
005180* e a presenca maxima alcancavel e imprime o aluno em risco;
005185* o transferido so entra se houver entrada apos a saida
005190*-----------------------------------------------------------
005200 4200-AVALIAR-ALUNO.
005210     MOVE TCA-CHAVE(TCA-IDX) TO TCA-CHAVE-DESM
005220     IF TCD-TURMA NOT = TTU-TURMA(TTU-IDX)
005230         GO TO 4200-EXIT
005240     END-IF
005250     CALL "ConsultaTransferencia" USING TCD-MATRICULA ANO-LETIVO
005260         DIRECAO-SAIDA TRF-REGISTRO SITUACAO-TRANSFERENCIA
005270     IF SITUACAO-TRANSFERENCIA = "A"
005272         MOVE TRF-DATA TO DATA-SAIDA
005274         CALL "ConsultaTransferencia" USING TCD-MATRICULA
005276             ANO-LETIVO DIRECAO-ENTRADA TRF-REGISTRO
005278             SITUACAO-TRANSFERENCIA
005280         IF SITUACAO-TRANSFERENCIA NOT = "A"
005282             OR TRF-DATA < DATA-SAIDA
005284             ADD 1 TO CONT-TRANSFERIDOS
005286             GO TO 4200-EXIT
005288         END-IF
005300     END-IF
005310     ADD 1 TO CONT-AVALIADOS
005320     MOVE "N" TO SW-ALERTA-PERDIDO SW-ALERTA-TENDENCIA
005330         SW-ALERTA-FREQUENCIA
005340     MOVE ZERO TO SOMA-MEDIAS QTD-BIMESTRES
005350     PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
005360         PERFORM 4210-ACUMULAR-BIMESTRE THRU 4210-EXIT
005370     END-PERFORM
005380     PERFORM 4220-CALCULAR-NECESSARIA THRU 4220-EXIT
005390     PERFORM 4250-VERIFICAR-FREQUENCIA THRU 4250-EXIT
005400     IF ALERTA-PERDIDO OR ALERTA-TENDENCIA OR ALERTA-FREQUENCIA
005410         ADD 1 TO CONT-EM-RISCO
005420         PERFORM 4400-IMPRIMIR-DETALHE THRU 4400-EXIT
005430     END-IF.
005440 4200-EXIT.
005450     EXIT.
005460
005470*-----------------------------------------------------------
005480* 4210-ACUMULAR-BIMESTRE - soma a media do bimestre B presente,
005490* cursado aqui ou trazido pela guia de transferencia
005500*-----------------------------------------------------------
005510 4210-ACUMULAR-BIMESTRE.
005520     IF TCA-PRESENTE(TCA-IDX B) NOT = "N"
005530         ADD TCA-MEDIA-BIM(TCA-IDX B) TO SOMA-MEDIAS
005540         ADD 1 TO QTD-BIMESTRES
005550     END-IF.
005560 4210-EXIT.
005570     EXIT.
005580
005590*-----------------------------------------------------------
005600* 4220-CALCULAR-NECESSARIA - a media anual e a soma dos quatro
005610* bimestres dividida por 4: o que falta para a media anual de
005620* aprovacao, dividido pelos bimestres ainda sem media, e a
005630* media necessaria; a tendencia e a media dos ja avaliados
005640*-----------------------------------------------------------
005650 4220-CALCULAR-NECESSARIA.
005660     COMPUTE MEDIA-TENDENCIA ROUNDED =
005670         SOMA-MEDIAS / QTD-BIMESTRES
005680     SUBTRACT QTD-BIMESTRES FROM 4 GIVING QTD-RESTANTES
005690     COMPUTE PONTOS-FALTANTES =
005700         (RGR-MEDIA-ANUAL * 4) - SOMA-MEDIAS
005710     IF PONTOS-FALTANTES NOT > ZERO
005720         MOVE ZERO TO MEDIA-NECESSARIA
005730         GO TO 4220-EXIT
005740     END-IF
005750     IF QTD-RESTANTES = ZERO
005760         MOVE 999.99 TO MEDIA-NECESSARIA
005770         SET ALERTA-PERDIDO TO TRUE
005780         ADD 1 TO CONT-PERDIDOS
005790         GO TO 4220-EXIT
005800     END-IF
005810     COMPUTE MEDIA-NECESSARIA ROUNDED =
005820         PONTOS-FALTANTES / QTD-RESTANTES
005830     IF MEDIA-NECESSARIA > 10
005840         SET ALERTA-PERDIDO TO TRUE
005850         ADD 1 TO CONT-PERDIDOS
005860     ELSE
005870         IF MEDIA-NECESSARIA > MEDIA-TENDENCIA
005880             SET ALERTA-TENDENCIA TO TRUE
005890             ADD 1 TO CONT-ACIMA-TENDENCIA
005900         END-IF
005910     END-IF.
005920 4220-EXIT.
005930     EXIT.
005940
005950*-----------------------------------------------------------
005960* 4250-VERIFICAR-FREQUENCIA - soma aulas e faltas dos
005970* bimestres avaliados, estima as aulas do ano pela media por
005980* bimestre com frequencia lancada e calcula a presenca maxima
005990* (nenhuma falta a mais); abaixo do minimo do ano, o minimo
006000* ja e inalcancavel
006010*-----------------------------------------------------------
006020 4250-VERIFICAR-FREQUENCIA.
006030     MOVE ZERO TO TOTAL-AULAS TOTAL-FALTAS QTD-BIM-FREQUENCIA
006040         PRESENCA-MAXIMA
006050     IF NOT FREQUENCIA-DISPONIVEL
006060         GO TO 4250-EXIT
006070     END-IF
006080     PERFORM VARYING B FROM 1 BY 1 UNTIL B > ULTIMO-BIMESTRE
006090         PERFORM 4260-SOMAR-FREQUENCIA THRU 4260-EXIT
006100     END-PERFORM
006110     IF TOTAL-AULAS = ZERO
006120         GO TO 4250-EXIT
006130     END-IF
006137     COMPUTE AULAS-PREVISTAS ROUNDED =
006144         TOTAL-AULAS + (TOTAL-AULAS / QTD-BIM-FREQUENCIA)
006151         * (4 - ULTIMO-BIMESTRE)
006160     COMPUTE PRESENCA-MAXIMA ROUNDED =
006166         ((AULAS-PREVISTAS - TOTAL-FALTAS) * 100)
006172         / AULAS-PREVISTAS
006180     IF PRESENCA-MAXIMA < RGR-FREQUENCIA-MINIMA
006190         SET ALERTA-FREQUENCIA TO TRUE
006200         ADD 1 TO CONT-FREQUENCIA
006210     END-IF.
006220 4250-EXIT.
006230     EXIT.
006240
006250*-----------------------------------------------------------
006260* 4260-SOMAR-FREQUENCIA - acumula aulas e faltas do bimestre B
006270*-----------------------------------------------------------
006280 4260-SOMAR-FREQUENCIA.
006290     MOVE ANO-LETIVO TO FALT-ANO-LETIVO
006300     MOVE B TO FALT-BIMESTRE
006310     MOVE TCD-TURMA TO FALT-TURMA
006320     MOVE TCD-MATERIA TO FALT-MATERIA
006330     MOVE TCD-MATRICULA TO FALT-MATRICULA
006340     READ FREQUENCIA-ALUNOS
006350         INVALID KEY
006360             CONTINUE
006370         NOT INVALID KEY
006380             ADD FALT-AULAS-DADAS TO TOTAL-AULAS
006390             ADD FALT-FALTAS TO TOTAL-FALTAS
006400             ADD 1 TO QTD-BIM-FREQUENCIA
006410     END-READ.
006420 4260-EXIT.
006430     EXIT.
006440
006450*-----------------------------------------------------------
006460* 4400-IMPRIMIR-DETALHE - linha do aluno em risco; bimestre
006470* sem registro sai como "  ---" e presenca sem frequencia
006480* lancada sai em branco
006490*-----------------------------------------------------------
006500 4400-IMPRIMIR-DETALHE.
006510     MOVE TCD-MATRICULA TO LD-MATRICULA
006520     MOVE TCA-NOME(TCA-IDX) TO LD-NOME
006530     MOVE TCD-MATERIA TO LD-MATERIA
006540     MOVE 1 TO B
006550     PERFORM 4410-FORMATAR-BIMESTRE THRU 4410-EXIT
006560     MOVE EXIBE-BIM TO LD-BIM-1
006570     MOVE 2 TO B
006580     PERFORM 4410-FORMATAR-BIMESTRE THRU 4410-EXIT
006590     MOVE EXIBE-BIM TO LD-BIM-2
006600     MOVE 3 TO B
006610     PERFORM 4410-FORMATAR-BIMESTRE THRU 4410-EXIT
006620     MOVE EXIBE-BIM TO LD-BIM-3
006630     MOVE MEDIA-TENDENCIA TO LD-TENDENCIA
006640     MOVE MEDIA-NECESSARIA TO LD-NECESSARIA
006650     IF TOTAL-AULAS = ZERO
006660         MOVE SPACES TO LD-PRESENCA
006670     ELSE
006680         MOVE PRESENCA-MAXIMA TO EXIBE-PRESENCA
006690         MOVE EXIBE-PRESENCA TO LD-PRESENCA
006700         MOVE "%" TO LD-PRESENCA(4:1)
006710     END-IF
006720     MOVE SPACES TO LD-ALERTA-PERDIDO LD-ALERTA-TENDENCIA
006730         LD-ALERTA-FREQUENCIA
006740     IF ALERTA-PERDIDO
006750         MOVE "Perdido " TO LD-ALERTA-PERDIDO
006760     END-IF
006770     IF ALERTA-TENDENCIA
006780         MOVE "Tend. " TO LD-ALERTA-TENDENCIA
006790     END-IF
006800     IF ALERTA-FREQUENCIA
006810         MOVE "Freq." TO LD-ALERTA-FREQUENCIA
006820     END-IF
006830     MOVE LINHA-DETALHE TO LINHA-SAIDA
006840     WRITE LINHA-SAIDA.
006850 4400-EXIT.
006860     EXIT.
006870
006880*-----------------------------------------------------------
006890* 4410-FORMATAR-BIMESTRE - formata a media do bimestre B em
006900* EXIBE-BIM, ou "  ---" quando o bimestre nao tem registro
006910*-----------------------------------------------------------
006920 4410-FORMATAR-BIMESTRE.
006930     IF TCA-PRESENTE(TCA-IDX B) NOT = "N"
006940         MOVE TCA-MEDIA-BIM(TCA-IDX B) TO EXIBE-MEDIA
006950         MOVE EXIBE-MEDIA TO EXIBE-BIM
006960     ELSE
006970         MOVE "  ---" TO EXIBE-BIM
006980     END-IF.
006990 4410-EXIT.
007000     EXIT.
007010
007020*-----------------------------------------------------------
007030* 9000-FINALIZAR - fecha os arquivos e informa os totais
007040*-----------------------------------------------------------
007050 9000-FINALIZAR.
007060     IF MASTER-ABERTO
007070         CLOSE ALUNOS-MASTER
007080         CLOSE RELATORIO-RISCO
007090         IF FREQUENCIA-DISPONIVEL
007100             CLOSE FREQUENCIA-ALUNOS
007110         END-IF
007120         DISPLAY "Alerta de risco emitido. Alunos/materias: "
007130             CONT-GERAL-AVALIADOS "  Em risco: "
007140             CONT-GERAL-EM-RISCO
007150     END-IF.
007160 9000-EXIT.
007170     EXIT.
