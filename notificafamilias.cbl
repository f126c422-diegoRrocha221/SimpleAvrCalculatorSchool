000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Gerar, depois de cada bimestre, o extrato de avisos as
000140* familias (arquivo NOTIFICACOES) para o servico de SMS, e-mail
000150* e carta: aluno que entrou em Recuperacao no bimestre (mestre
000160* ALUNOS-MASTER), convocacao para o exame de recuperacao na
000170* data informada na execucao (recuperacao pendente), presenca
000180* do bimestre abaixo do minimo do ano (FREQUENCIA-ALUNOS, mesmo
000190* calculo do ConsultaFrequencia) e, no quarto bimestre, o
000200* resultado final do ano (RESULTADO-ANUAL). Uma linha por aviso
000210* e responsavel ativo (RESPONSAVEIS), com o canal preferido
000220* dele. Cada aviso sai uma unica vez: o historico de avisos
000230* enviados (NOTIF-ENVIADAS) barra a repeticao numa nova
000240* execucao. Aviso de aluno sem responsavel ativo nao e gravado
000250* no historico - sai na execucao seguinte ao cadastro do
000260* responsavel - e e listado no relatorio RELNOTIF para a
000270* secretaria. Aluno fora do cadastro ativo (transferido,
000280* inativo) e guia de transferencia nao geram aviso.
000290* Tectonics: cobc
000300*-----------------------------------------------------------------
000310* Mod history:
000320*   2026-10-15 DRR  Criado (responsaveis e avisos as familias).
000321*   2026-10-15 DRR  Regra do ano ilegivel aborta sem avisos.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. NotificaFamilias.
000360 AUTHOR. Diego R. Rocha.
000370 INSTALLATION. Secretaria Escolar.
000380 DATE-WRITTEN. 15/10/2026.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ALUNOS-MASTER ASSIGN TO "ALUNOSM"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS REG-CHAVE
000480         ALTERNATE RECORD KEY IS REG-MATERIA
000490             WITH DUPLICATES
000500         FILE STATUS IS FS-MASTER.
000510
000520     SELECT FREQUENCIA-ALUNOS ASSIGN TO "FREQALUN"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS FALT-CHAVE
000560         FILE STATUS IS FS-FREQUENCIA.
000570
000580     SELECT RESULTADO-ANUAL ASSIGN TO "RESANUAL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-RESULTADO.
000610
000620     SELECT RESPONSAVEIS ASSIGN TO "RESPONS"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS RSP-CHAVE
000660         FILE STATUS IS FS-RESPONSAVEIS.
000670
000680     SELECT NOTIF-ENVIADAS ASSIGN TO "NOTIFENV"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS NTH-CHAVE
000720         FILE STATUS IS FS-ENVIADAS.
000730
000740     SELECT NOTIFICACOES ASSIGN TO "NOTIFICA"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FS-NOTIFICACOES.
000770
000780     SELECT RELATORIO-AVISOS ASSIGN TO "RELNOTIF"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-RELATORIO.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  ALUNOS-MASTER.
000850 COPY ALUNOREG.
000860
000870 FD  FREQUENCIA-ALUNOS.
000880 COPY FALTREG.
000890
000900 FD  RESULTADO-ANUAL.
000910 COPY RESREG.
000920
000930 FD  RESPONSAVEIS.
000940 COPY RESPREG.
000950
000960 FD  NOTIF-ENVIADAS.
000970 COPY NOTHREG.
000980
000990 FD  NOTIFICACOES.
001000 01  LINHA-NOTIFICACAO            PIC X(283).
001010
001020 FD  RELATORIO-AVISOS.
001030 01  LINHA-SAIDA                  PIC X(132).
001040
001050 WORKING-STORAGE SECTION.
001060 COPY NOTIFREG.
001070
001080 01  ANO-LETIVO                   PIC 9(04).
001090 01  BIMESTRE                     PIC 9(01).
001100 01  DATA-HOJE                    PIC 9(08).
001110 01  DATA-EXAME                   PIC 9(08).
001120 01  DATA-EXAME-DESM REDEFINES DATA-EXAME.
001130     05  DEX-ANO                  PIC 9(04).
001140     05  DEX-MES                  PIC 9(02).
001150     05  DEX-DIA                  PIC 9(02).
001160 01  PRESENCAS                    PIC 9(03).
001170 01  PERCENTUAL-PRESENCA          PIC 9(03).
001180 COPY REGRAREG.
001190 01  SITUACAO-REGRA               PIC X(01).
001195 01  STATUS-REGRAS                PIC X(02).
001200 01  SITUACAO-PERIODO             PIC X(01).
001210 01  NOME-CADASTRO                PIC X(30).
001220 01  TURMA-CADASTRO               PIC X(06).
001230 01  SITUACAO-CADASTRO            PIC X(01).
001240
001250*    aviso em preparo, montado a partir do mestre, da
001260*    frequencia ou do resultado anual
001270 01  AVISO-ATUAL.
001280     05  AV-TIPO                  PIC X(01).
001290         88  AV-RECUPERACAO               VALUE "R".
001300         88  AV-CONVOCACAO                VALUE "C".
001310         88  AV-FREQUENCIA                VALUE "F".
001320         88  AV-RESULTADO-FINAL           VALUE "A".
001330     05  AV-MATRICULA             PIC 9(06).
001340     05  AV-TURMA                 PIC X(06).
001350     05  AV-BIMESTRE              PIC 9(01).
001360     05  AV-MATERIA               PIC X(20).
001370     05  AV-MEDIA                 PIC 99V99.
001380     05  AV-RESULTADO             PIC X(12).
001390     05  AV-DATA-EXAME            PIC 9(08).
001400     05  AV-PRESENCA              PIC 9(03).
001410
001420 01  CONT-LINHAS-AVISO            PIC 9(02) COMP.
001430 01  CONT-RECUPERACAO             PIC 9(05) COMP.
001440 01  CONT-CONVOCACAO              PIC 9(05) COMP.
001450 01  CONT-FREQUENCIA              PIC 9(05) COMP.
001460 01  CONT-RESULTADO               PIC 9(05) COMP.
001470 01  CONT-LINHAS-EXTRATO          PIC 9(05) COMP.
001480 01  CONT-JA-ENVIADOS             PIC 9(05) COMP.
001490 01  CONT-SEM-RESPONSAVEL         PIC 9(05) COMP.
001500 01  CONT-FORA-CADASTRO           PIC 9(05) COMP.
001510
001520 01  SW-ARQUIVOS-ABERTOS          PIC X(01) VALUE "N".
001530     88  ARQUIVOS-ABERTOS                 VALUE "S".
001540
001550 01  SW-FREQ-DISPONIVEL           PIC X(01) VALUE "N".
001560     88  FREQUENCIA-DISPONIVEL            VALUE "S".
001570
001580 01  SW-FIM-MESTRE                PIC X(01).
001590     88  FIM-MESTRE                       VALUE "S".
001600
001610 01  SW-FIM-FREQUENCIA            PIC X(01).
001620     88  FIM-FREQUENCIA                   VALUE "S".
001630
001640 01  SW-FIM-RESULTADO             PIC X(01).
001650     88  FIM-RESULTADO                    VALUE "S".
001660
001670 01  SW-FIM-RESPONSAVEIS          PIC X(01).
001680     88  FIM-RESPONSAVEIS                 VALUE "S".
001690
001700 01  FS-MASTER                    PIC X(02).
001710     88  FS-MASTER-OK                     VALUE "00".
001720     88  FS-MASTER-EM-USO                 VALUE "61".
001730 01  FS-FREQUENCIA                PIC X(02).
001740     88  FS-FREQUENCIA-OK                 VALUE "00".
001750 01  FS-RESULTADO                 PIC X(02).
001760     88  FS-RESULTADO-OK                  VALUE "00".
001770 01  FS-RESPONSAVEIS              PIC X(02).
001780     88  FS-RESPONSAVEIS-OK               VALUE "00".
001790 01  FS-ENVIADAS                  PIC X(02).
001800     88  FS-ENVIADAS-OK                   VALUE "00".
001810     88  FS-ENVIADAS-INEXISTENTE          VALUE "35".
001820 01  FS-NOTIFICACOES              PIC X(02).
001830     88  FS-NOTIFICACOES-OK               VALUE "00".
001840 01  FS-RELATORIO                 PIC X(02).
001850     88  FS-RELATORIO-OK                  VALUE "00".
001860
001870 01  LINHA-TITULO.
001880     05  FILLER                   PIC X(30) VALUE
001890         "Avisos as familias - ano      ".
001900     05  LT-ANO-LETIVO            PIC 9(04).
001910     05  FILLER                   PIC X(12) VALUE
001920         "  bimestre  ".
001930     05  LT-BIMESTRE              PIC 9(01).
001940     05  FILLER                   PIC X(13) VALUE
001950         "  emitido em ".
001960     05  LT-DATA                  PIC 9(08).
001970
001980 01  LINHA-EXAME.
001990     05  FILLER                   PIC X(35) VALUE
002000         "Data do exame de recuperacao:      ".
002010     05  LE-DATA-EXAME            PIC 9(08).
002020     05  FILLER                   PIC X(21) VALUE
002030         "  Presenca minima:   ".
002040     05  LE-FREQUENCIA            PIC ZZ9.
002050     05  FILLER                   PIC X(01) VALUE "%".
002060
002070 01  LINHA-CAB-SEM.
002080     05  FILLER                   PIC X(45) VALUE
002090         "Avisos retidos - aluno sem responsavel ativo:".
002100
002110 01  LINHA-COLUNAS.
002120     05  FILLER                   PIC X(17) VALUE "Aviso".
002130     05  FILLER                   PIC X(10) VALUE "Matricula ".
002140     05  FILLER                   PIC X(32) VALUE "Aluno".
002150     05  FILLER                   PIC X(08) VALUE "Turma".
002160     05  FILLER                   PIC X(04) VALUE "Bim".
002170     05  FILLER                   PIC X(20) VALUE "Materia".
002180
002190 01  LINHA-DETALHE.
002200     05  LD-AVISO                 PIC X(15).
002210     05  FILLER                   PIC X(02) VALUE SPACES.
002220     05  LD-MATRICULA             PIC 9(06).
002230     05  FILLER                   PIC X(04) VALUE SPACES.
002240     05  LD-NOME                  PIC X(30).
002250     05  FILLER                   PIC X(02) VALUE SPACES.
002260     05  LD-TURMA                 PIC X(06).
002270     05  FILLER                   PIC X(02) VALUE SPACES.
002280     05  LD-BIMESTRE              PIC 9(01).
002290     05  FILLER                   PIC X(03) VALUE SPACES.
002300     05  LD-MATERIA               PIC X(20).
002310
002320 01  LINHA-AVISO.
002330     05  FILLER                   PIC X(07) VALUE "AVISO: ".
002340     05  LAV-TEXTO                PIC X(80).
002350
002360 01  LINHA-TOTAL.
002370     05  LTOT-TEXTO               PIC X(38).
002380     05  LTOT-VALOR               PIC ZZZZ9.
002390
002400 PROCEDURE DIVISION.
002410*-----------------------------------------------------------
002420* 0000-MAINLINE
002430*-----------------------------------------------------------
002440 0000-MAINLINE.
002450     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002460     IF ARQUIVOS-ABERTOS
002470         PERFORM 2000-AVISOS-MESTRE THRU 2000-EXIT
002480         PERFORM 3000-AVISOS-FREQUENCIA THRU 3000-EXIT
002490         IF BIMESTRE = 4
002500             PERFORM 4000-AVISOS-RESULTADO THRU 4000-EXIT
002510         END-IF
002520     END-IF
002530     PERFORM 9000-FINALIZAR THRU 9000-EXIT
002540     STOP RUN.
002550
002560*-----------------------------------------------------------
002570* 1000-INICIALIZAR - le o periodo e a data do exame, busca a
002580* regra do ano e abre os arquivos; o historico de avisos e
002590* criado na primeira execucao (status 35)
002600*-----------------------------------------------------------
002610 1000-INICIALIZAR.
002620     MOVE ZERO TO CONT-RECUPERACAO CONT-CONVOCACAO
002630         CONT-FREQUENCIA CONT-RESULTADO CONT-LINHAS-EXTRATO
002640         CONT-JA-ENVIADOS CONT-SEM-RESPONSAVEL CONT-FORA-CADASTRO
002650     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
002660     PERFORM 1100-OBTER-ANO-LETIVO THRU 1100-EXIT
002670     PERFORM 1200-OBTER-BIMESTRE THRU 1200-EXIT
002680     PERFORM 1300-OBTER-DATA-EXAME THRU 1300-EXIT
002690     CALL "ConsultaRegras" USING ANO-LETIVO RGR-REGISTRO
002700         SITUACAO-REGRA STATUS-REGRAS
002701     IF SITUACAO-REGRA = "X"
002702         DISPLAY "Regra de avaliacao do ano " ANO-LETIVO
002703             " ilegivel; avisos nao gerados. Status: "
002704             STATUS-REGRAS
002705         GO TO 1000-EXIT
002706     END-IF
002710     OPEN INPUT ALUNOS-MASTER
002720     IF NOT FS-MASTER-OK
002730         IF FS-MASTER-EM-USO
002740             DISPLAY "Arquivo mestre em uso por outra "
002750                 "sessao; tente mais tarde."
002760         ELSE
002770             DISPLAY "Arquivo mestre ainda nao existe."
002780         END-IF
002790         GO TO 1000-EXIT
002800     END-IF
002810     OPEN INPUT RESPONSAVEIS
002820     IF NOT FS-RESPONSAVEIS-OK
002830         DISPLAY "Arquivo de responsaveis indisponivel; "
002840             "nenhum aviso emitido. Status: " FS-RESPONSAVEIS
002850         CLOSE ALUNOS-MASTER
002860         GO TO 1000-EXIT
002870     END-IF
002880     OPEN I-O NOTIF-ENVIADAS
002890     IF FS-ENVIADAS-INEXISTENTE
002900         OPEN OUTPUT NOTIF-ENVIADAS
002910         CLOSE NOTIF-ENVIADAS
002920         OPEN I-O NOTIF-ENVIADAS
002930     END-IF
002940     IF NOT FS-ENVIADAS-OK
002950         DISPLAY "Historico de avisos enviados indisponivel (em "
002960             "uso ou danificado); nenhum aviso emitido. Status: "
002970             FS-ENVIADAS
002980         CLOSE ALUNOS-MASTER
002990         CLOSE RESPONSAVEIS
003000         GO TO 1000-EXIT
003010     END-IF
003020     SET ARQUIVOS-ABERTOS TO TRUE
003030     OPEN OUTPUT NOTIFICACOES
003040     OPEN OUTPUT RELATORIO-AVISOS
003050     MOVE ANO-LETIVO TO LT-ANO-LETIVO
003060     MOVE BIMESTRE TO LT-BIMESTRE
003070     MOVE DATA-HOJE TO LT-DATA
003080     MOVE LINHA-TITULO TO LINHA-SAIDA
003090     WRITE LINHA-SAIDA
003100     MOVE DATA-EXAME TO LE-DATA-EXAME
003110     MOVE RGR-FREQUENCIA-MINIMA TO LE-FREQUENCIA
003120     MOVE LINHA-EXAME TO LINHA-SAIDA
003130     WRITE LINHA-SAIDA
003140     MOVE SPACES TO LINHA-SAIDA
003150     WRITE LINHA-SAIDA
003160     MOVE LINHA-CAB-SEM TO LINHA-SAIDA
003170     WRITE LINHA-SAIDA
003180     MOVE LINHA-COLUNAS TO LINHA-SAIDA
003190     WRITE LINHA-SAIDA
003200     OPEN INPUT FREQUENCIA-ALUNOS
003210     IF FS-FREQUENCIA-OK
003220         SET FREQUENCIA-DISPONIVEL TO TRUE
003230     ELSE
003240         DISPLAY "Arquivo de frequencia indisponivel; "
003250             "avisos de presenca nao emitidos."
003260     END-IF.
003270 1000-EXIT.
003280     EXIT.
003290
003300*-----------------------------------------------------------
003310* 1100-OBTER-ANO-LETIVO - le e valida o ano letivo
003320*-----------------------------------------------------------
003330 1100-OBTER-ANO-LETIVO.
003340     DISPLAY "Entre com o ano letivo (AAAA): "
003350     ACCEPT ANO-LETIVO
003360     IF ANO-LETIVO < 2000 THEN
003370         DISPLAY "Ano letivo invalido! Por favor entre com um "
003380             "ano valido"
003390         GO TO 1100-OBTER-ANO-LETIVO
003400     END-IF.
003410 1100-EXIT.
003420     EXIT.
003430
003440*-----------------------------------------------------------
003450* 1200-OBTER-BIMESTRE - le o bimestre (1 a 4; o quarto
003460* inclui o resultado final do ano) e avisa quando o periodo
003470* ainda nao foi fechado
003480*-----------------------------------------------------------
003490 1200-OBTER-BIMESTRE.
003500     DISPLAY "Entre com o bimestre (1-4): "
003510     ACCEPT BIMESTRE
003520     IF BIMESTRE < 1 OR BIMESTRE > 4 THEN
003530         DISPLAY "Bimestre invalido! Por favor entre com um "
003540             "bimestre de 1 a 4"
003550         GO TO 1200-OBTER-BIMESTRE
003560     END-IF
003570     CALL "ConsultaPeriodo" USING ANO-LETIVO BIMESTRE
003580         SITUACAO-PERIODO
003590     IF SITUACAO-PERIODO NOT = "F"
003600         DISPLAY "Aviso: bimestre " BIMESTRE
003610             " ainda nao fechado; medias podem mudar."
003620     END-IF.
003630 1200-EXIT.
003640     EXIT.
003650
003660*-----------------------------------------------------------
003670* 1300-OBTER-DATA-EXAME - le a data do exame de recuperacao
003680* do bimestre; zero deixa a convocacao para outra execucao
003690*-----------------------------------------------------------
003700 1300-OBTER-DATA-EXAME.
003710     DISPLAY "Data do exame de recuperacao (AAAAMMDD, 0 = sem "
003720         "convocacao agora): "
003730     ACCEPT DATA-EXAME
003740     IF DATA-EXAME = ZERO
003750         GO TO 1300-EXIT
003760     END-IF
003770     IF DEX-MES < 1 OR DEX-MES > 12 OR DEX-DIA < 1
003780         OR DEX-DIA > 31 OR DATA-EXAME < DATA-HOJE
003790         DISPLAY "Data invalida! Por favor entre com uma data "
003800             "a partir de hoje"
003810         GO TO 1300-OBTER-DATA-EXAME
003820     END-IF.
003830 1300-EXIT.
003840     EXIT.
003850
003860*-----------------------------------------------------------
003870* 2000-AVISOS-MESTRE - percorre o mestre do periodo: aluno
003880* em Recuperacao e convocacao da recuperacao pendente
003890*-----------------------------------------------------------
003900 2000-AVISOS-MESTRE.
003910     MOVE "N" TO SW-FIM-MESTRE
003920     MOVE LOW-VALUES TO REG-CHAVE
003930     MOVE ANO-LETIVO TO REG-ANO-LETIVO
003940     MOVE BIMESTRE TO REG-BIMESTRE
003950     START ALUNOS-MASTER KEY IS NOT LESS THAN REG-CHAVE
003960         INVALID KEY
003970             SET FIM-MESTRE TO TRUE
003980     END-START
003990     PERFORM 2100-LER-MESTRE THRU 2100-EXIT
004000         UNTIL FIM-MESTRE.
004010 2000-EXIT.
004020     EXIT.
004030
004040*-----------------------------------------------------------
004050* 2100-LER-MESTRE - le o proximo registro do periodo; guia de
004060* transferencia e registro sem matricula nao geram aviso
004070*-----------------------------------------------------------
004080 2100-LER-MESTRE.
004090     READ ALUNOS-MASTER NEXT RECORD
004100         AT END
004110             SET FIM-MESTRE TO TRUE
004120             GO TO 2100-EXIT
004130     END-READ
004140     IF REG-ANO-LETIVO NOT = ANO-LETIVO
004150         OR REG-BIMESTRE NOT = BIMESTRE
004160         SET FIM-MESTRE TO TRUE
004170         GO TO 2100-EXIT
004180     END-IF
004190     IF REG-NOTA-EXTERNA OR REG-MATRICULA = ZERO
004200         GO TO 2100-EXIT
004210     END-IF
004220     MOVE REG-MATRICULA TO AV-MATRICULA
004230     MOVE REG-TURMA TO AV-TURMA
004240     MOVE REG-BIMESTRE TO AV-BIMESTRE
004250     MOVE REG-MATERIA TO AV-MATERIA
004260     MOVE REG-MEDIA TO AV-MEDIA
004270     MOVE REG-RESULTADO TO AV-RESULTADO
004280     MOVE ZERO TO AV-PRESENCA
004290     IF REG-EM-RECUPERACAO
004300         SET AV-RECUPERACAO TO TRUE
004310         MOVE ZERO TO AV-DATA-EXAME
004320         PERFORM 5000-EMITIR-AVISO THRU 5000-EXIT
004330     END-IF
004340     IF REG-RECUP-PENDENTE AND DATA-EXAME NOT = ZERO
004350         SET AV-CONVOCACAO TO TRUE
004360         MOVE DATA-EXAME TO AV-DATA-EXAME
004370         PERFORM 5000-EMITIR-AVISO THRU 5000-EXIT
004380     END-IF.
004390 2100-EXIT.
004400     EXIT.
004410
004420*-----------------------------------------------------------
004430* 3000-AVISOS-FREQUENCIA - percorre a frequencia do periodo:
004440* presenca abaixo do minimo do ano
004450*-----------------------------------------------------------
004460 3000-AVISOS-FREQUENCIA.
004470     IF NOT FREQUENCIA-DISPONIVEL
004480         GO TO 3000-EXIT
004490     END-IF
004500     MOVE "N" TO SW-FIM-FREQUENCIA
004510     MOVE LOW-VALUES TO FALT-CHAVE
004520     MOVE ANO-LETIVO TO FALT-ANO-LETIVO
004530     MOVE BIMESTRE TO FALT-BIMESTRE
004540     START FREQUENCIA-ALUNOS KEY IS NOT LESS THAN FALT-CHAVE
004550         INVALID KEY
004560             SET FIM-FREQUENCIA TO TRUE
004570     END-START
004580     PERFORM 3100-LER-FREQUENCIA THRU 3100-EXIT
004590         UNTIL FIM-FREQUENCIA.
004600 3000-EXIT.
004610     EXIT.
004620
004630*-----------------------------------------------------------
004640* 3100-LER-FREQUENCIA - le o proximo registro do periodo e
004650* calcula a presenca; registro sem aulas dadas nao conta
004660*-----------------------------------------------------------
004670 3100-LER-FREQUENCIA.
004680     READ FREQUENCIA-ALUNOS NEXT RECORD
004690         AT END
004700             SET FIM-FREQUENCIA TO TRUE
004710             GO TO 3100-EXIT
004720     END-READ
004730     IF FALT-ANO-LETIVO NOT = ANO-LETIVO
004740         OR FALT-BIMESTRE NOT = BIMESTRE
004750         SET FIM-FREQUENCIA TO TRUE
004760         GO TO 3100-EXIT
004770     END-IF
004780     IF FALT-AULAS-DADAS = ZERO
004790         GO TO 3100-EXIT
004800     END-IF
004810     SUBTRACT FALT-FALTAS FROM FALT-AULAS-DADAS
004820         GIVING PRESENCAS
004830     COMPUTE PERCENTUAL-PRESENCA ROUNDED =
004840         (PRESENCAS * 100) / FALT-AULAS-DADAS
004850     IF PERCENTUAL-PRESENCA NOT < RGR-FREQUENCIA-MINIMA
004860         GO TO 3100-EXIT
004870     END-IF
004880     SET AV-FREQUENCIA TO TRUE
004890     MOVE FALT-MATRICULA TO AV-MATRICULA
004900     MOVE FALT-TURMA TO AV-TURMA
004910     MOVE FALT-BIMESTRE TO AV-BIMESTRE
004920     MOVE FALT-MATERIA TO AV-MATERIA
004930     MOVE ZERO TO AV-MEDIA
004940     MOVE SPACES TO AV-RESULTADO
004950     MOVE ZERO TO AV-DATA-EXAME
004960     MOVE PERCENTUAL-PRESENCA TO AV-PRESENCA
004970     PERFORM 5000-EMITIR-AVISO THRU 5000-EXIT.
004980 3100-EXIT.
004990     EXIT.
005000
005010*-----------------------------------------------------------
005020* 4000-AVISOS-RESULTADO - no quarto bimestre, resultado final
005030* do ano por materia (Aprovado, Reprovado, Reprov.Falta);
005040* Incompleto e Transferido nao geram aviso
005050*-----------------------------------------------------------
005060 4000-AVISOS-RESULTADO.
005070     OPEN INPUT RESULTADO-ANUAL
005080     IF NOT FS-RESULTADO-OK
005090         DISPLAY "Resultado anual ainda nao gerado; avisos de "
005100             "resultado final nao emitidos."
005110         MOVE "Resultado anual ainda nao gerado; avisos de "
005120             TO LAV-TEXTO
005130         MOVE LINHA-AVISO TO LINHA-SAIDA
005140         WRITE LINHA-SAIDA
005150         MOVE "resultado final nao emitidos." TO LAV-TEXTO
005160         MOVE LINHA-AVISO TO LINHA-SAIDA
005170         WRITE LINHA-SAIDA
005180         GO TO 4000-EXIT
005190     END-IF
005200     MOVE "N" TO SW-FIM-RESULTADO
005210     PERFORM 4100-LER-RESULTADO THRU 4100-EXIT
005220         UNTIL FIM-RESULTADO
005230     CLOSE RESULTADO-ANUAL.
005240 4000-EXIT.
005250     EXIT.
005260
005270*-----------------------------------------------------------
005280* 4100-LER-RESULTADO - le a proxima linha do resultado anual
005290* e emite o aviso das linhas finais do ano informado
005300*-----------------------------------------------------------
005310 4100-LER-RESULTADO.
005320     READ RESULTADO-ANUAL
005330         AT END
005340             SET FIM-RESULTADO TO TRUE
005350             GO TO 4100-EXIT
005360     END-READ
005370     IF RES-ANO-LETIVO NOT = ANO-LETIVO
005380         GO TO 4100-EXIT
005390     END-IF
005400     IF NOT RES-APROVADO AND NOT RES-REPROVADO
005410         AND NOT RES-REPROV-FALTA
005420         GO TO 4100-EXIT
005430     END-IF
005440     SET AV-RESULTADO-FINAL TO TRUE
005450     MOVE RES-MATRICULA TO AV-MATRICULA
005460     MOVE RES-TURMA TO AV-TURMA
005470     MOVE ZERO TO AV-BIMESTRE
005480     MOVE RES-MATERIA TO AV-MATERIA
005490     MOVE RES-MEDIA-ANUAL TO AV-MEDIA
005500     MOVE RES-RESULTADO TO AV-RESULTADO
005510     MOVE ZERO TO AV-DATA-EXAME
005520     MOVE ZERO TO AV-PRESENCA
005530     PERFORM 5000-EMITIR-AVISO THRU 5000-EXIT.
005540 4100-EXIT.
005550     EXIT.
005560
005570*-----------------------------------------------------------
005580* 5000-EMITIR-AVISO - aviso ja enviado antes nao sai de novo;
005590* senao grava uma linha do extrato por responsavel ativo e
005600* registra o aviso no historico. Sem responsavel ativo o
005610* aviso fica retido (nao entra no historico)
005620*-----------------------------------------------------------
005630 5000-EMITIR-AVISO.
005640     CALL "ConsultaCadastro" USING AV-MATRICULA NOME-CADASTRO
005650         TURMA-CADASTRO SITUACAO-CADASTRO
005660     IF SITUACAO-CADASTRO NOT = "A"
005670         ADD 1 TO CONT-FORA-CADASTRO
005680         GO TO 5000-EXIT
005690     END-IF
005700     MOVE AV-TIPO TO NTH-TIPO
005710     MOVE ANO-LETIVO TO NTH-ANO-LETIVO
005720     MOVE AV-BIMESTRE TO NTH-BIMESTRE
005730     MOVE AV-MATERIA TO NTH-MATERIA
005740     MOVE AV-MATRICULA TO NTH-MATRICULA
005750     READ NOTIF-ENVIADAS
005760         NOT INVALID KEY
005770             ADD 1 TO CONT-JA-ENVIADOS
005780             GO TO 5000-EXIT
005790     END-READ
005800     MOVE ZERO TO CONT-LINHAS-AVISO
005810     MOVE "N" TO SW-FIM-RESPONSAVEIS
005820     MOVE AV-MATRICULA TO RSP-MATRICULA
005830     MOVE ZERO TO RSP-SEQUENCIA
005840     START RESPONSAVEIS KEY IS NOT LESS THAN RSP-CHAVE
005850         INVALID KEY
005860             SET FIM-RESPONSAVEIS TO TRUE
005870     END-START
005880     PERFORM 5100-LER-RESPONSAVEL THRU 5100-EXIT
005890         UNTIL FIM-RESPONSAVEIS
005900     IF CONT-LINHAS-AVISO = ZERO
005910         ADD 1 TO CONT-SEM-RESPONSAVEL
005920         PERFORM 5300-IMPRIMIR-RETIDO THRU 5300-EXIT
005930         GO TO 5000-EXIT
005940     END-IF
005950     MOVE AV-TIPO TO NTH-TIPO
005960     MOVE ANO-LETIVO TO NTH-ANO-LETIVO
005970     MOVE AV-BIMESTRE TO NTH-BIMESTRE
005980     MOVE AV-MATERIA TO NTH-MATERIA
005990     MOVE AV-MATRICULA TO NTH-MATRICULA
006000     MOVE DATA-HOJE TO NTH-DATA-ENVIO
006010     MOVE CONT-LINHAS-AVISO TO NTH-QTD-RESPONSAVEIS
006020     MOVE AV-DATA-EXAME TO NTH-DATA-EXAME
006030     WRITE NTH-REGISTRO
006040         INVALID KEY
006050             DISPLAY "Falha ao registrar aviso enviado. Status: "
006060                 FS-ENVIADAS
006070     END-WRITE
006080     EVALUATE TRUE
006090         WHEN AV-RECUPERACAO
006100             ADD 1 TO CONT-RECUPERACAO
006110         WHEN AV-CONVOCACAO
006120             ADD 1 TO CONT-CONVOCACAO
006130         WHEN AV-FREQUENCIA
006140             ADD 1 TO CONT-FREQUENCIA
006150         WHEN AV-RESULTADO-FINAL
006160             ADD 1 TO CONT-RESULTADO
006170     END-EVALUATE.
006180 5000-EXIT.
006190     EXIT.
006200
006210*-----------------------------------------------------------
006220* 5100-LER-RESPONSAVEL - le o proximo responsavel do aluno;
006230* o ativo recebe uma linha no extrato
006240*-----------------------------------------------------------
006250 5100-LER-RESPONSAVEL.
006260     READ RESPONSAVEIS NEXT RECORD
006270         AT END
006280             SET FIM-RESPONSAVEIS TO TRUE
006290             GO TO 5100-EXIT
006300     END-READ
006310     IF RSP-MATRICULA NOT = AV-MATRICULA
006320         SET FIM-RESPONSAVEIS TO TRUE
006330         GO TO 5100-EXIT
006340     END-IF
006350     IF RSP-ATIVO
006360         PERFORM 5200-GRAVAR-LINHA THRU 5200-EXIT
006370     END-IF.
006380 5100-EXIT.
006390     EXIT.
006400
006410*-----------------------------------------------------------
006420* 5200-GRAVAR-LINHA - monta e grava a linha do extrato para o
006430* responsavel; media, data do exame e presenca so vao nos
006440* avisos a que se aplicam
006450*-----------------------------------------------------------
006460 5200-GRAVAR-LINHA.
006470     MOVE AV-TIPO TO NTF-TIPO
006480     MOVE RSP-CANAL TO NTF-CANAL
006490     MOVE RSP-NOME TO NTF-RESPONSAVEL
006500     MOVE RSP-PARENTESCO TO NTF-PARENTESCO
006510     MOVE RSP-TELEFONE TO NTF-TELEFONE
006520     MOVE RSP-EMAIL TO NTF-EMAIL
006530     MOVE RSP-ENDERECO TO NTF-ENDERECO
006540     MOVE AV-MATRICULA TO NTF-MATRICULA
006550     MOVE NOME-CADASTRO TO NTF-NOME-ALUNO
006560     MOVE AV-TURMA TO NTF-TURMA
006570     MOVE ANO-LETIVO TO NTF-ANO-LETIVO
006580     MOVE AV-BIMESTRE TO NTF-BIMESTRE
006590     MOVE AV-MATERIA TO NTF-MATERIA
006600     MOVE AV-RESULTADO TO NTF-RESULTADO
006610     MOVE AV-DATA-EXAME TO NTF-DATA-EXAME
006620     IF AV-FREQUENCIA
006630         MOVE SPACES TO NTF-MEDIA-X
006640         MOVE AV-PRESENCA TO NTF-PRESENCA
006650     ELSE
006660         MOVE AV-MEDIA TO NTF-MEDIA
006670         MOVE SPACES TO NTF-PRESENCA-X
006680     END-IF
006690     MOVE NTF-REGISTRO TO LINHA-NOTIFICACAO
006700     WRITE LINHA-NOTIFICACAO
006710     ADD 1 TO CONT-LINHAS-AVISO
006720     ADD 1 TO CONT-LINHAS-EXTRATO.
006730 5200-EXIT.
006740     EXIT.
006750
006760*-----------------------------------------------------------
006770* 5300-IMPRIMIR-RETIDO - lista o aviso retido por falta de
006780* responsavel ativo
006790*-----------------------------------------------------------
006800 5300-IMPRIMIR-RETIDO.
006810     EVALUATE TRUE
006820         WHEN AV-RECUPERACAO
006830             MOVE "Recuperacao" TO LD-AVISO
006840         WHEN AV-CONVOCACAO
006850             MOVE "Convocacao" TO LD-AVISO
006860         WHEN AV-FREQUENCIA
006870             MOVE "Frequencia" TO LD-AVISO
006880         WHEN AV-RESULTADO-FINAL
006890             MOVE "Resultado final" TO LD-AVISO
006900     END-EVALUATE
006910     MOVE AV-MATRICULA TO LD-MATRICULA
006920     MOVE NOME-CADASTRO TO LD-NOME
006930     MOVE AV-TURMA TO LD-TURMA
006940     MOVE AV-BIMESTRE TO LD-BIMESTRE
006950     MOVE AV-MATERIA TO LD-MATERIA
006960     MOVE LINHA-DETALHE TO LINHA-SAIDA
006970     WRITE LINHA-SAIDA.
006980 5300-EXIT.
006990     EXIT.
007000
007010*-----------------------------------------------------------
007020* 8100-IMPRIMIR-TOTAIS - totais por tipo de aviso
007030*-----------------------------------------------------------
007040 8100-IMPRIMIR-TOTAIS.
007050     MOVE SPACES TO LINHA-SAIDA
007060     WRITE LINHA-SAIDA
007070     MOVE "Avisos de recuperacao emitidos:       " TO LTOT-TEXTO
007080     MOVE CONT-RECUPERACAO TO LTOT-VALOR
007090     MOVE LINHA-TOTAL TO LINHA-SAIDA
007100     WRITE LINHA-SAIDA
007110     MOVE "Convocacoes emitidas:                 " TO LTOT-TEXTO
007120     MOVE CONT-CONVOCACAO TO LTOT-VALOR
007130     MOVE LINHA-TOTAL TO LINHA-SAIDA
007140     WRITE LINHA-SAIDA
007150     MOVE "Avisos de frequencia emitidos:        " TO LTOT-TEXTO
007160     MOVE CONT-FREQUENCIA TO LTOT-VALOR
007170     MOVE LINHA-TOTAL TO LINHA-SAIDA
007180     WRITE LINHA-SAIDA
007190     MOVE "Avisos de resultado final emitidos:   " TO LTOT-TEXTO
007200     MOVE CONT-RESULTADO TO LTOT-VALOR
007210     MOVE LINHA-TOTAL TO LINHA-SAIDA
007220     WRITE LINHA-SAIDA
007230     MOVE "Linhas gravadas no extrato:           " TO LTOT-TEXTO
007240     MOVE CONT-LINHAS-EXTRATO TO LTOT-VALOR
007250     MOVE LINHA-TOTAL TO LINHA-SAIDA
007260     WRITE LINHA-SAIDA
007270     MOVE "Avisos ja enviados antes (ignorados): " TO LTOT-TEXTO
007280     MOVE CONT-JA-ENVIADOS TO LTOT-VALOR
007290     MOVE LINHA-TOTAL TO LINHA-SAIDA
007300     WRITE LINHA-SAIDA
007310     MOVE "Avisos retidos (sem responsavel):     " TO LTOT-TEXTO
007320     MOVE CONT-SEM-RESPONSAVEL TO LTOT-VALOR
007330     MOVE LINHA-TOTAL TO LINHA-SAIDA
007340     WRITE LINHA-SAIDA
007350     MOVE "Alunos fora do cadastro ativo:        " TO LTOT-TEXTO
007360     MOVE CONT-FORA-CADASTRO TO LTOT-VALOR
007370     MOVE LINHA-TOTAL TO LINHA-SAIDA
007380     WRITE LINHA-SAIDA.
007390 8100-EXIT.
007400     EXIT.
007410
007420*-----------------------------------------------------------
007430* 9000-FINALIZAR - totais, fechamento dos arquivos e resumo
007440*-----------------------------------------------------------
007450 9000-FINALIZAR.
007460     IF NOT ARQUIVOS-ABERTOS
007470         GO TO 9000-EXIT
007480     END-IF
007490     PERFORM 8100-IMPRIMIR-TOTAIS THRU 8100-EXIT
007500     CLOSE ALUNOS-MASTER
007510     CLOSE RESPONSAVEIS
007520     CLOSE NOTIF-ENVIADAS
007530     CLOSE NOTIFICACOES
007540     CLOSE RELATORIO-AVISOS
007550     IF FREQUENCIA-DISPONIVEL
007560         CLOSE FREQUENCIA-ALUNOS
007570     END-IF
007580     DISPLAY "Avisos as familias gerados. Linhas no extrato: "
007590         CONT-LINHAS-EXTRATO "  Retidos sem responsavel: "
007600         CONT-SEM-RESPONSAVEL.
007610 9000-EXIT.
007620     EXIT.
