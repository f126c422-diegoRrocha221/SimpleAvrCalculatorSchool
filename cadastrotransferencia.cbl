000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Registrar as transferencias de alunos no arquivo
000140* TRANSFERENCIAS, com data, direcao, ano letivo e bimestre, a
000150* outra escola e o motivo. Saida (para outra escola): o aluno
000160* passa a situacao T no cadastro de alunos e seus registros
000170* ficam congelados a partir da data - nenhum caminho de
000180* lancamento aceita mais o aluno; a guia de transferencia sai
000190* por GuiaTransferencia. Entrada (vindo de outra escola): o
000200* aluno, ja incluido no cadastro com a turma, fica ativo, e a
000210* secretaria lanca aqui a media de cada materia dos bimestres
000220* cursados na escola de origem (guia de transferencia). Essas
000230* medias vao para o mestre como nota externa (origem E), sem
000240* professor da escola, e para a trilha de auditoria com a
000250* origem T. So secretaria e direcao entram (ControleAcesso).
000260* Tectonics: cobc
000270*-----------------------------------------------------------------
000280* Mod history:
000290*   2026-10-15 DRR  Criado (transferencias de alunos).
000293*   2026-10-15 DRR  Media da guia ja confirmada pelo sistema
000296*                   externo nao e mais substituida.
000297*   2026-10-15 DRR  Matricula retirada pela unificacao de
000298*                   matriculas e recusada (vale a sobrevivente).
000300*   2026-10-15 DRR  Medias da guia recusadas quando a regra do
000302*                   ano nao pode ser lida.
000304*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CadastroTransferencia.
000330 AUTHOR. Diego R. Rocha.
000340 INSTALLATION. Secretaria Escolar.
000350 DATE-WRITTEN. 15/10/2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TRANSFERENCIAS ASSIGN TO "TRANSFER"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS TRF-CHAVE
000450         FILE STATUS IS FS-TRANSFERENCIAS.
000460
000470     SELECT CADASTRO-ALUNOS ASSIGN TO "ALUNOSCD"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS MAT-MATRICULA
000510         FILE STATUS IS FS-CADASTRO.
000520
000530     SELECT ALUNOS-MASTER ASSIGN TO "ALUNOSM"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS REG-CHAVE
000570         ALTERNATE RECORD KEY IS REG-MATERIA
000580             WITH DUPLICATES
000590         LOCK MODE IS MANUAL WITH LOCK ON RECORD
000600         FILE STATUS IS FS-MASTER.
000610
000620     SELECT ALUNOS-AUDITLOG ASSIGN TO "ALUNOSLG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-AUDITLOG.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  TRANSFERENCIAS.
000690 COPY TRANSREG.
000700
000710 FD  CADASTRO-ALUNOS.
000720 COPY MATRREG.
000730
000740 FD  ALUNOS-MASTER.
000750 COPY ALUNOREG.
000760
000770 FD  ALUNOS-AUDITLOG.
000780 COPY LOGREG.
000790
000800 WORKING-STORAGE SECTION.
000810 01  MATRICULA                    PIC 9(06).
000820 01  DIRECAO                      PIC X(01).
000830     88  DIRECAO-SAIDA                    VALUE "S".
000840 01  DATA-TRANSFERENCIA           PIC 9(08).
000850 01  ANO-LETIVO                   PIC 9(04).
000860 01  BIMESTRE                     PIC 9(01).
000870 01  BIMESTRE-ENTRADA             PIC 9(01).
000880 01  ESCOLA                       PIC X(40).
000890 01  MOTIVO                       PIC X(40).
000900 01  MATERIA                      PIC X(20).
000910 01  MEDIA-GUIA                   PIC 99V99.
000920 01  QTD-NOTAS                    PIC 9(01).
000930 01  PESOS-NOTAS                  PIC 9(01) OCCURS 4 TIMES.
000940 01  MATERIA-CADASTRADA           PIC X(01).
000950 COPY REGRAREG.
000960 01  SITUACAO-REGRA               PIC X(01).
000965 01  STATUS-REGRAS                PIC X(02).
000970 01  OPCAO                        PIC X(01).
000980 01  CONFIRMA                     PIC X(01).
000990 01  CONTINUAR                    PIC X(01).
001000 01  DATA-HOJE                    PIC 9(08).
001010 01  HORA-AGORA                   PIC 9(08).
001020 01  CONT-TRANSFERENCIAS          PIC 9(05) COMP.
001030 01  CONT-MEDIAS-GUIA             PIC 9(05) COMP.
001040
001050 01  OPERADOR                     PIC X(10).
001060 01  MODO-ACESSO                  PIC X(01) VALUE "S".
001070 01  FUNCAO-ACESSO                PIC X(12) VALUE "TRANSFERIR".
001080 01  PERFIL-OPERADOR              PIC X(01).
001090 01  PROFESSOR-OPERADOR           PIC 9(04).
001100 01  SITUACAO-ACESSO              PIC X(01).
001110
001120 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
001130     88  ARQUIVO-ABERTO                   VALUE "S".
001140 01  SW-ALUNO-ACHADO              PIC X(01).
001150     88  ALUNO-ACHADO                     VALUE "S".
001160 01  SW-TRANSFERENCIA-GRAVADA     PIC X(01).
001170     88  TRANSFERENCIA-GRAVADA            VALUE "S".
001180 01  SW-ENTRADA-ACHADA            PIC X(01).
001190     88  ENTRADA-ACHADA                   VALUE "S".
001200 01  SW-FIM-ALUNO                 PIC X(01).
001210     88  FIM-ALUNO                        VALUE "S".
001220 01  SW-FIM-GUIA                  PIC X(01).
001230     88  FIM-GUIA                         VALUE "S".
001240
001250 01  FS-TRANSFERENCIAS            PIC X(02).
001260     88  FS-TRANSFERENCIAS-OK             VALUE "00".
001270     88  FS-TRANSFERENCIAS-INEXISTENTE    VALUE "35".
001280 01  FS-CADASTRO                  PIC X(02).
001290     88  FS-CADASTRO-OK                   VALUE "00".
001300 01  FS-MASTER                    PIC X(02).
001310     88  FS-MASTER-OK                     VALUE "00".
001320     88  FS-MASTER-INEXISTENTE            VALUE "35".
001330     88  FS-MASTER-TRAVADO                VALUES "51" "99".
001340 01  FS-AUDITLOG                  PIC X(02).
001350     88  FS-AUDITLOG-OK                   VALUE "00".
001360
001370 PROCEDURE DIVISION.
001380*-----------------------------------------------------------
001390* 0000-MAINLINE
001400*-----------------------------------------------------------
001410 0000-MAINLINE.
001420     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001430     PERFORM 2000-PROCESSAR-OPCAO THRU 2000-EXIT
001440         UNTIL CONTINUAR = "N"
001450     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001460     STOP RUN.
001470
001480*-----------------------------------------------------------
001490* 1000-INICIALIZAR - identifica o operador (ControleAcesso) e
001500* abre as transferencias (criadas apenas na primeira
001510* utilizacao, status 35), o cadastro de alunos, o mestre e a
001520* trilha de auditoria; falha de abertura encerra o programa
001530*-----------------------------------------------------------
001540 1000-INICIALIZAR.
001550     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
001560         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
001570         SITUACAO-ACESSO
001580     IF SITUACAO-ACESSO NOT = "A"
001590         MOVE "N" TO CONTINUAR
001600         GO TO 1000-EXIT
001610     END-IF
001620     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
001630     OPEN I-O TRANSFERENCIAS
001640     IF FS-TRANSFERENCIAS-INEXISTENTE
001650         OPEN OUTPUT TRANSFERENCIAS
001660         CLOSE TRANSFERENCIAS
001670         OPEN I-O TRANSFERENCIAS
001680     END-IF
001690     IF NOT FS-TRANSFERENCIAS-OK
001700         DISPLAY "Arquivo de transferencias indisponivel (em uso "
001710             "por outro programa ou danificado). Status: "
001720             FS-TRANSFERENCIAS
001730         MOVE "N" TO CONTINUAR
001740         GO TO 1000-EXIT
001750     END-IF
001760     OPEN I-O CADASTRO-ALUNOS
001770     IF NOT FS-CADASTRO-OK
001780         DISPLAY "Cadastro de alunos indisponivel (em uso por "
001790             "outro programa ou ainda nao criado). Status: "
001800             FS-CADASTRO
001810         CLOSE TRANSFERENCIAS
001820         MOVE "N" TO CONTINUAR
001830         GO TO 1000-EXIT
001840     END-IF
001850     OPEN I-O ALUNOS-MASTER
001860     IF FS-MASTER-INEXISTENTE
001870         OPEN OUTPUT ALUNOS-MASTER
001880         CLOSE ALUNOS-MASTER
001890         OPEN I-O ALUNOS-MASTER
001900     END-IF
001910     IF NOT FS-MASTER-OK
001920         DISPLAY "Arquivo mestre em uso por outro programa ou "
001930             "indisponivel. Status: " FS-MASTER
001940         CLOSE TRANSFERENCIAS
001950         CLOSE CADASTRO-ALUNOS
001960         MOVE "N" TO CONTINUAR
001970         GO TO 1000-EXIT
001980     END-IF
001990     OPEN EXTEND ALUNOS-AUDITLOG
002000     IF NOT FS-AUDITLOG-OK
002010         OPEN OUTPUT ALUNOS-AUDITLOG
002020         CLOSE ALUNOS-AUDITLOG
002030         OPEN EXTEND ALUNOS-AUDITLOG
002040     END-IF
002050     SET ARQUIVO-ABERTO TO TRUE
002060     MOVE "S" TO CONTINUAR.
002070 1000-EXIT.
002080     EXIT.
002090
002100*-----------------------------------------------------------
002110* 2000-PROCESSAR-OPCAO - mostra o menu e executa a opcao
002120*-----------------------------------------------------------
002130 2000-PROCESSAR-OPCAO.
002140     DISPLAY "1-Registrar saida  2-Registrar entrada  "
002150         "3-Lancar medias da guia  4-Consultar"
002160     ACCEPT OPCAO
002170     EVALUATE OPCAO
002180         WHEN "1"
002190             PERFORM 3000-REGISTRAR-SAIDA THRU 3000-EXIT
002200         WHEN "2"
002210             PERFORM 4000-REGISTRAR-ENTRADA THRU 4000-EXIT
002220         WHEN "3"
002230             PERFORM 5000-LANCAR-GUIA THRU 5000-EXIT
002240         WHEN "4"
002250             PERFORM 6000-CONSULTAR THRU 6000-EXIT
002260         WHEN OTHER
002270             DISPLAY "Opcao invalida."
002280     END-EVALUATE
002290     DISPLAY "Deseja continuar (S/N)? "
002300     ACCEPT CONTINUAR.
002310 2000-EXIT.
002320     EXIT.
002330
002340*-----------------------------------------------------------
002350* 2100-OBTER-MATRICULA - le a matricula e localiza o aluno no
002360* cadastro de alunos
002370*-----------------------------------------------------------
002380 2100-OBTER-MATRICULA.
002390     MOVE "N" TO SW-ALUNO-ACHADO
002400     DISPLAY "Matricula do aluno: "
002410     ACCEPT MATRICULA
002420     IF MATRICULA = ZERO THEN
002430         DISPLAY "Matricula invalida! Por favor entre com uma "
002440             "matricula valida"
002450         GO TO 2100-OBTER-MATRICULA
002460     END-IF
002470     MOVE MATRICULA TO MAT-MATRICULA
002480     READ CADASTRO-ALUNOS
002490         INVALID KEY
002500             DISPLAY "Matricula nao encontrada no cadastro."
002510         NOT INVALID KEY
002520             SET ALUNO-ACHADO TO TRUE
002530             DISPLAY "Aluno: " MAT-NOME-ALUNO
002540                 "  Turma: " MAT-TURMA
002550                 "  Situacao: " MAT-STATUS
002552     END-READ
002554     IF ALUNO-ACHADO AND NOT MAT-NAO-UNIFICADA
002556         MOVE "N" TO SW-ALUNO-ACHADO
002558         DISPLAY "Matricula unificada na matricula "
002560             MAT-UNIFICADA-EM "; use a matricula sobrevivente."
002562     END-IF.
002570 2100-EXIT.
002580     EXIT.
002590
002600*-----------------------------------------------------------
002610* 2200-OBTER-DATA - le e valida a data da transferencia (nao
002620* pode ser posterior a hoje)
002630*-----------------------------------------------------------
002640 2200-OBTER-DATA.
002650     DISPLAY "Data da transferencia (AAAAMMDD): "
002660     ACCEPT DATA-TRANSFERENCIA
002670     IF DATA-TRANSFERENCIA < 20000101 THEN
002680         DISPLAY "Data invalida! Por favor entre com uma data "
002690             "valida"
002700         GO TO 2200-OBTER-DATA
002710     ELSE IF DATA-TRANSFERENCIA > DATA-HOJE THEN
002720         DISPLAY "Data invalida! A transferencia nao pode ter "
002730             "data futura"
002740         GO TO 2200-OBTER-DATA
002750     END-IF.
002760 2200-EXIT.
002770     EXIT.
002780
002790*-----------------------------------------------------------
002800* 2250-OBTER-ANO-LETIVO - le e valida o ano letivo
002810*-----------------------------------------------------------
002820 2250-OBTER-ANO-LETIVO.
002830     DISPLAY "Entre com o ano letivo (AAAA): "
002840     ACCEPT ANO-LETIVO
002850     IF ANO-LETIVO < 2000 THEN
002860         DISPLAY "Ano letivo invalido! Por favor entre com um "
002870             "ano valido"
002880         GO TO 2250-OBTER-ANO-LETIVO
002890     END-IF.
002900 2250-EXIT.
002910     EXIT.
002920
002930*-----------------------------------------------------------
002940* 2260-OBTER-BIMESTRE - le e valida o bimestre (1 a 4): na
002950* saida, o bimestre em curso; na entrada, o primeiro bimestre
002960* cursado nesta escola
002970*-----------------------------------------------------------
002980 2260-OBTER-BIMESTRE.
002990     IF DIRECAO-SAIDA
003000         DISPLAY "Bimestre em curso na saida (1 a 4): "
003010     ELSE
003020         DISPLAY "Primeiro bimestre cursado nesta escola "
003030             "(1 a 4): "
003040     END-IF
003050     ACCEPT BIMESTRE
003060     IF BIMESTRE < 1 THEN
003070         DISPLAY "Bimestre invalido! Por favor entre com um "
003080             "bimestre de 1 a 4"
003090         GO TO 2260-OBTER-BIMESTRE
003100     ELSE IF BIMESTRE > 4 THEN
003110         DISPLAY "Bimestre invalido! Por favor entre com um "
003120             "bimestre de 1 a 4"
003130         GO TO 2260-OBTER-BIMESTRE
003140     END-IF.
003150 2260-EXIT.
003160     EXIT.
003170
003180*-----------------------------------------------------------
003190* 2300-OBTER-ESCOLA - le a escola de destino (saida) ou de
003200* origem (entrada); obrigatoria
003210*-----------------------------------------------------------
003220 2300-OBTER-ESCOLA.
003230     IF DIRECAO-SAIDA
003240         DISPLAY "Escola de destino: "
003250     ELSE
003260         DISPLAY "Escola de origem: "
003270     END-IF
003280     ACCEPT ESCOLA
003290     IF ESCOLA = SPACES THEN
003300         DISPLAY "Escola invalida! Por favor entre com o nome "
003310             "da escola"
003320         GO TO 2300-OBTER-ESCOLA
003330     END-IF.
003340 2300-EXIT.
003350     EXIT.
003360
003370*-----------------------------------------------------------
003380* 2400-OBTER-MOTIVO - le o motivo da transferencia (obrigatorio)
003390*-----------------------------------------------------------
003400 2400-OBTER-MOTIVO.
003410     DISPLAY "Motivo da transferencia: "
003420     ACCEPT MOTIVO
003430     IF MOTIVO = SPACES THEN
003440         DISPLAY "Motivo obrigatorio! Por favor informe o motivo "
003450             "da transferencia"
003460         GO TO 2400-OBTER-MOTIVO
003470     END-IF.
003480 2400-EXIT.
003490     EXIT.
003500
003510*-----------------------------------------------------------
003520* 2900-GRAVAR-TRANSFERENCIA - grava o registro da
003530* transferencia com a turma do aluno no cadastro
003540*-----------------------------------------------------------
003550 2900-GRAVAR-TRANSFERENCIA.
003560     MOVE "N" TO SW-TRANSFERENCIA-GRAVADA
003570     MOVE MATRICULA TO TRF-MATRICULA
003580     MOVE DATA-TRANSFERENCIA TO TRF-DATA
003590     MOVE DIRECAO TO TRF-DIRECAO
003600     MOVE ANO-LETIVO TO TRF-ANO-LETIVO
003610     MOVE BIMESTRE TO TRF-BIMESTRE
003620     MOVE MAT-TURMA TO TRF-TURMA
003630     MOVE ESCOLA TO TRF-ESCOLA
003640     MOVE MOTIVO TO TRF-MOTIVO
003650     MOVE OPERADOR TO TRF-OPERADOR
003660     MOVE DATA-HOJE TO TRF-DATA-REGISTRO
003670     MOVE ZERO TO TRF-DATA-GUIA
003680     WRITE TRF-REGISTRO
003690         INVALID KEY
003700             DISPLAY "Ja existe transferencia do aluno nesta "
003710                 "data; transferencia nao registrada."
003720         NOT INVALID KEY
003730             SET TRANSFERENCIA-GRAVADA TO TRUE
003740     END-WRITE.
003750 2900-EXIT.
003760     EXIT.
003770
003780*-----------------------------------------------------------
003790* 3000-REGISTRAR-SAIDA - registra a transferencia do aluno
003800* para outra escola e passa o aluno a situacao T (registros
003810* congelados a partir da data)
003820*-----------------------------------------------------------
003830 3000-REGISTRAR-SAIDA.
003840     MOVE "S" TO DIRECAO
003850     PERFORM 2100-OBTER-MATRICULA THRU 2100-EXIT
003860     IF NOT ALUNO-ACHADO
003870         GO TO 3000-EXIT
003880     END-IF
003890     IF MAT-TRANSFERIDO
003900         DISPLAY "Aluno ja transferido para outra escola."
003910         GO TO 3000-EXIT
003920     END-IF
003930     IF MAT-INATIVO
003940         DISPLAY "Aluno desativado no cadastro; transferencia "
003950             "nao registrada."
003960         GO TO 3000-EXIT
003970     END-IF
003980     PERFORM 2200-OBTER-DATA THRU 2200-EXIT
003990     PERFORM 2250-OBTER-ANO-LETIVO THRU 2250-EXIT
004000     PERFORM 2260-OBTER-BIMESTRE THRU 2260-EXIT
004010     PERFORM 2300-OBTER-ESCOLA THRU 2300-EXIT
004020     PERFORM 2400-OBTER-MOTIVO THRU 2400-EXIT
004030     DISPLAY "Confirma a transferencia de saida (S/N)? "
004040     ACCEPT CONFIRMA
004050     IF CONFIRMA NOT = "S"
004060         DISPLAY "Transferencia nao registrada."
004070         GO TO 3000-EXIT
004080     END-IF
004090     PERFORM 2900-GRAVAR-TRANSFERENCIA THRU 2900-EXIT
004100     IF NOT TRANSFERENCIA-GRAVADA
004110         GO TO 3000-EXIT
004120     END-IF
004130     SET MAT-TRANSFERIDO TO TRUE
004140     REWRITE MAT-REGISTRO
004150     DISPLAY "Aluno transferido: " MAT-NOME-ALUNO
004160         "; registros congelados desde " DATA-TRANSFERENCIA
004170     DISPLAY "Emita a guia de transferencia (GuiaTransferencia).".
004180 3000-EXIT.
004190     EXIT.
004200
004210*-----------------------------------------------------------
004220* 4000-REGISTRAR-ENTRADA - registra a transferencia do aluno
004230* vindo de outra escola; o aluno precisa estar incluido no
004240* cadastro (CadastroAlunos) com a turma, e fica ativo
004250*-----------------------------------------------------------
004260 4000-REGISTRAR-ENTRADA.
004270     MOVE "E" TO DIRECAO
004280     PERFORM 2100-OBTER-MATRICULA THRU 2100-EXIT
004290     IF NOT ALUNO-ACHADO
004300         DISPLAY "Inclua o aluno no cadastro de alunos, com a "
004310             "turma, antes de registrar a entrada."
004320         GO TO 4000-EXIT
004330     END-IF
004340     PERFORM 2200-OBTER-DATA THRU 2200-EXIT
004350     PERFORM 2250-OBTER-ANO-LETIVO THRU 2250-EXIT
004360     PERFORM 2260-OBTER-BIMESTRE THRU 2260-EXIT
004370     PERFORM 2300-OBTER-ESCOLA THRU 2300-EXIT
004380     PERFORM 2400-OBTER-MOTIVO THRU 2400-EXIT
004390     DISPLAY "Confirma a transferencia de entrada (S/N)? "
004400     ACCEPT CONFIRMA
004410     IF CONFIRMA NOT = "S"
004420         DISPLAY "Transferencia nao registrada."
004430         GO TO 4000-EXIT
004440     END-IF
004450     PERFORM 2900-GRAVAR-TRANSFERENCIA THRU 2900-EXIT
004460     IF NOT TRANSFERENCIA-GRAVADA
004470         GO TO 4000-EXIT
004480     END-IF
004490     SET MAT-ATIVO TO TRUE
004500     REWRITE MAT-REGISTRO
004510     DISPLAY "Entrada registrada: " MAT-NOME-ALUNO
004520         " na turma " MAT-TURMA
004530     IF BIMESTRE > 1
004540         DISPLAY "Lance as medias da guia de transferencia dos "
004550             "bimestres anteriores ao " BIMESTRE " (opcao 3)."
004560     END-IF.
004570 4000-EXIT.
004580     EXIT.
004590
004600*-----------------------------------------------------------
004610* 5000-LANCAR-GUIA - lanca no mestre, materia a materia, as
004620* medias de um bimestre cursado na escola de origem, conforme
004630* a guia de transferencia; so bimestres anteriores ao da
004640* entrada registrada no ano
004650*-----------------------------------------------------------
004660 5000-LANCAR-GUIA.
004670     PERFORM 2100-OBTER-MATRICULA THRU 2100-EXIT
004680     IF NOT ALUNO-ACHADO
004690         GO TO 5000-EXIT
004700     END-IF
004710     IF NOT MAT-ATIVO
004720         DISPLAY "Aluno nao esta ativo no cadastro; medias da "
004730             "guia nao permitidas."
004740         GO TO 5000-EXIT
004750     END-IF
004760     PERFORM 2250-OBTER-ANO-LETIVO THRU 2250-EXIT
004770     PERFORM 5100-LOCALIZAR-ENTRADA THRU 5100-EXIT
004780     IF NOT ENTRADA-ACHADA
004790         DISPLAY "Nenhuma transferencia de entrada do aluno em "
004800             ANO-LETIVO "; registre a entrada antes (opcao 2)."
004810         GO TO 5000-EXIT
004820     END-IF
004830     IF BIMESTRE-ENTRADA = 1
004840         DISPLAY "Entrada no 1o bimestre; nao ha bimestre da "
004850             "escola de origem a lancar."
004860         GO TO 5000-EXIT
004870     END-IF
004880     DISPLAY "Escola de origem: " ESCOLA
004890     PERFORM 5150-OBTER-BIMESTRE-GUIA THRU 5150-EXIT
004900     CALL "ConsultaRegras" USING ANO-LETIVO RGR-REGISTRO
004910         SITUACAO-REGRA STATUS-REGRAS
004911     IF SITUACAO-REGRA = "X"
004912         DISPLAY "Regra de avaliacao do ano " ANO-LETIVO
004913             " ilegivel; medias da guia nao lancadas. Status: "
004914             STATUS-REGRAS
004915         GO TO 5000-EXIT
004916     END-IF
004920     MOVE ZERO TO CONT-MEDIAS-GUIA
004930     MOVE "N" TO SW-FIM-GUIA
004940     PERFORM 5200-LANCAR-MATERIA THRU 5200-EXIT
004950         UNTIL FIM-GUIA
004960     DISPLAY "Medias da guia lancadas no bimestre " BIMESTRE
004970         ": " CONT-MEDIAS-GUIA.
004980 5000-EXIT.
004990     EXIT.
005000
005010*-----------------------------------------------------------
005020* 5100-LOCALIZAR-ENTRADA - percorre as transferencias da
005030* matricula e fica com a ultima entrada no ano letivo
005040*-----------------------------------------------------------
005050 5100-LOCALIZAR-ENTRADA.
005060     MOVE "N" TO SW-ENTRADA-ACHADA
005070     MOVE "N" TO SW-FIM-ALUNO
005080     MOVE MATRICULA TO TRF-MATRICULA
005090     MOVE ZERO TO TRF-DATA
005100     START TRANSFERENCIAS KEY IS NOT LESS THAN TRF-CHAVE
005110         INVALID KEY
005120             SET FIM-ALUNO TO TRUE
005130     END-START
005140     PERFORM 5110-LER-ENTRADA THRU 5110-EXIT
005150         UNTIL FIM-ALUNO.
005160 5100-EXIT.
005170     EXIT.
005180
005190*-----------------------------------------------------------
005200* 5110-LER-ENTRADA - le a proxima transferencia do aluno e
005210* guarda o bimestre e a escola da entrada no ano
005220*-----------------------------------------------------------
005230 5110-LER-ENTRADA.
005240     READ TRANSFERENCIAS NEXT RECORD
005250         AT END
005260             SET FIM-ALUNO TO TRUE
005270             GO TO 5110-EXIT
005280     END-READ
005290     IF TRF-MATRICULA NOT = MATRICULA
005300         SET FIM-ALUNO TO TRUE
005310         GO TO 5110-EXIT
005320     END-IF
005330     IF TRF-ENTRADA AND TRF-ANO-LETIVO = ANO-LETIVO
005340         SET ENTRADA-ACHADA TO TRUE
005350         MOVE TRF-BIMESTRE TO BIMESTRE-ENTRADA
005360         MOVE TRF-ESCOLA TO ESCOLA
005370     END-IF.
005380 5110-EXIT.
005390     EXIT.
005400
005410*-----------------------------------------------------------
005420* 5150-OBTER-BIMESTRE-GUIA - le o bimestre da guia; precisa
005430* ser anterior ao primeiro bimestre cursado nesta escola
005440*-----------------------------------------------------------
005450 5150-OBTER-BIMESTRE-GUIA.
005460     DISPLAY "Bimestre cursado na escola de origem (1 a "
005470         BIMESTRE-ENTRADA " exclusive): "
005480     ACCEPT BIMESTRE
005490     IF BIMESTRE < 1 THEN
005500         DISPLAY "Bimestre invalido! Por favor entre com um "
005510             "bimestre anterior a entrada"
005520         GO TO 5150-OBTER-BIMESTRE-GUIA
005530     ELSE IF BIMESTRE NOT < BIMESTRE-ENTRADA THEN
005540         DISPLAY "Bimestre invalido! Por favor entre com um "
005550             "bimestre anterior a entrada"
005560         GO TO 5150-OBTER-BIMESTRE-GUIA
005570     END-IF.
005580 5150-EXIT.
005590     EXIT.
005600
005610*-----------------------------------------------------------
005620* 5200-LANCAR-MATERIA - le a materia e a media da guia e grava
005630* no mestre; materia em branco encerra a guia
005640*-----------------------------------------------------------
005650 5200-LANCAR-MATERIA.
005660     DISPLAY "Materia (em branco encerra a guia): "
005670     ACCEPT MATERIA
005680     IF MATERIA = SPACES
005690         SET FIM-GUIA TO TRUE
005700         GO TO 5200-EXIT
005710     END-IF
005720     CALL "ConfigMateria" USING MATERIA QTD-NOTAS
005730         PESOS-NOTAS MATERIA-CADASTRADA
005740     IF MATERIA-CADASTRADA NOT = "S"
005750         DISPLAY "Materia nao cadastrada: " MATERIA
005760         GO TO 5200-EXIT
005770     END-IF
005780     PERFORM 5210-OBTER-MEDIA-GUIA THRU 5210-EXIT
005790     PERFORM 5300-GRAVAR-MEDIA-GUIA THRU 5300-EXIT.
005800 5200-EXIT.
005810     EXIT.
005820
005830*-----------------------------------------------------------
005840* 5210-OBTER-MEDIA-GUIA - le e valida a media do bimestre na
005850* guia (0 a 10, ja com a recuperacao da escola de origem)
005860*-----------------------------------------------------------
005870 5210-OBTER-MEDIA-GUIA.
005880     DISPLAY "Media do bimestre na guia: "
005890     ACCEPT MEDIA-GUIA
005900     IF MEDIA-GUIA < 0 THEN
005910         DISPLAY "Media invalida! Por favor entre com uma media "
005920             "valida"
005930         GO TO 5210-OBTER-MEDIA-GUIA
005940     ELSE IF MEDIA-GUIA > 10 THEN
005950         DISPLAY "Media invalida! Por favor entre com uma media "
005960             "valida"
005970         GO TO 5210-OBTER-MEDIA-GUIA
005980     END-IF.
005990 5210-EXIT.
006000     EXIT.
006010
006020*-----------------------------------------------------------
006030* 5300-GRAVAR-MEDIA-GUIA - grava a media da guia no mestre
006040* como nota externa; uma media da guia ja gravada e
006047* substituida (se ainda nao confirmada pelo sistema externo),
006054* mas um lancamento desta escola no mesmo bimestre nunca e
006061* sobreposto
006070*-----------------------------------------------------------
006080 5300-GRAVAR-MEDIA-GUIA.
006090     MOVE ANO-LETIVO TO REG-ANO-LETIVO
006100     MOVE BIMESTRE TO REG-BIMESTRE
006110     MOVE MAT-TURMA TO REG-TURMA
006120     MOVE MATERIA TO REG-MATERIA
006130     MOVE MAT-NOME-ALUNO TO REG-NOME-ALUNO
006140     READ ALUNOS-MASTER WITH LOCK
006150         INVALID KEY
006160             CONTINUE
006170     END-READ
006180     IF FS-MASTER-TRAVADO
006190         DISPLAY "Registro em uso por outro operador; media "
006200             "NAO gravada. Repita mais tarde."
006210         GO TO 5300-EXIT
006220     END-IF
006230     IF FS-MASTER-OK AND NOT REG-NOTA-EXTERNA
006240         UNLOCK ALUNOS-MASTER
006250         DISPLAY "Bimestre ja lancado por esta escola em "
006260             MATERIA "; media da guia nao gravada."
006270         GO TO 5300-EXIT
006280     END-IF
006281     IF FS-MASTER-OK AND REG-TRANSM-CONSOLIDADO
006282         UNLOCK ALUNOS-MASTER
006283         DISPLAY "Media da guia ja confirmada pelo sistema "
006284             "externo em " MATERIA "; nao substituida."
006285         GO TO 5300-EXIT
006286     END-IF
006290     PERFORM 5310-MONTAR-REGISTRO THRU 5310-EXIT
006300     IF FS-MASTER-OK
006310         REWRITE REG-ALUNO
006320         UNLOCK ALUNOS-MASTER
006330     ELSE
006340         WRITE REG-ALUNO
006350     END-IF
006360     PERFORM 5400-GRAVAR-LOG THRU 5400-EXIT
006370     ADD 1 TO CONT-MEDIAS-GUIA
006380     DISPLAY MAT-NOME-ALUNO " " REG-RESULTADO " em " MATERIA
006390         " (guia de transferencia)".
006400 5300-EXIT.
006410     EXIT.
006420
006430*-----------------------------------------------------------
006440* 5310-MONTAR-REGISTRO - monta o registro mestre da nota
006450* externa: a media da guia como nota unica, resultado pela
006460* media de aprovacao do ano, sem recuperacao e sem professor
006470*-----------------------------------------------------------
006480 5310-MONTAR-REGISTRO.
006490     MOVE ANO-LETIVO TO REG-ANO-LETIVO
006500     MOVE BIMESTRE TO REG-BIMESTRE
006510     MOVE MAT-TURMA TO REG-TURMA
006520     MOVE MATERIA TO REG-MATERIA
006530     MOVE MAT-NOME-ALUNO TO REG-NOME-ALUNO
006540     MOVE MATRICULA TO REG-MATRICULA
006550     MOVE 1 TO REG-QTD-NOTAS
006560     MOVE MEDIA-GUIA TO REG-NOTAS(1)
006570     MOVE ZERO TO REG-NOTAS(2)
006580     MOVE ZERO TO REG-NOTAS(3)
006590     MOVE ZERO TO REG-NOTAS(4)
006600     MOVE MEDIA-GUIA TO REG-MEDIA
006610     IF MEDIA-GUIA >= RGR-MEDIA-APROVACAO
006620         SET REG-APROVADO TO TRUE
006630     ELSE
006640         SET REG-REPROVADO TO TRUE
006650     END-IF
006660     MOVE ZERO TO REG-NOTA-RECUPERACAO
006670     SET REG-RECUP-NAO-SE-APLICA TO TRUE
006680     SET REG-TRANSM-PENDENTE TO TRUE
006690     MOVE ZERO TO REG-PROFESSOR
006700     SET REG-NOTA-EXTERNA TO TRUE.
006710 5310-EXIT.
006720     EXIT.
006730
006740*-----------------------------------------------------------
006750* 5400-GRAVAR-LOG - grava a media da guia na trilha de
006760* auditoria com a origem T e a escola de origem
006770*-----------------------------------------------------------
006780 5400-GRAVAR-LOG.
006790     ACCEPT HORA-AGORA FROM TIME
006800     INITIALIZE LOG-REGISTRO
006810     MOVE OPERADOR TO LOG-OPERADOR
006820     MOVE DATA-HOJE TO LOG-DATA
006830     MOVE HORA-AGORA TO LOG-HORA
006840     MOVE ANO-LETIVO TO LOG-ANO-LETIVO
006850     MOVE BIMESTRE TO LOG-BIMESTRE
006860     MOVE MAT-TURMA TO LOG-TURMA
006870     MOVE MATRICULA TO LOG-MATRICULA
006880     MOVE MAT-NOME-ALUNO TO LOG-NOME-ALUNO
006890     MOVE MATERIA TO LOG-MATERIA
006900     MOVE MEDIA-GUIA TO LOG-NOTAS(1)
006910     MOVE MEDIA-GUIA TO LOG-MEDIA
006920     MOVE REG-RESULTADO TO LOG-RESULTADO
006930     SET LOG-ORIGEM-TRANSFERENCIA TO TRUE
006940     MOVE ESCOLA TO LOG-JUSTIFICATIVA
006950     MOVE ZERO TO LOG-PROFESSOR
006960     WRITE LOG-REGISTRO.
006970 5400-EXIT.
006980     EXIT.
006990
007000*-----------------------------------------------------------
007010* 6000-CONSULTAR - lista as transferencias da matricula
007020*-----------------------------------------------------------
007030 6000-CONSULTAR.
007040     PERFORM 2100-OBTER-MATRICULA THRU 2100-EXIT
007050     MOVE ZERO TO CONT-TRANSFERENCIAS
007060     MOVE "N" TO SW-FIM-ALUNO
007070     MOVE MATRICULA TO TRF-MATRICULA
007080     MOVE ZERO TO TRF-DATA
007090     START TRANSFERENCIAS KEY IS NOT LESS THAN TRF-CHAVE
007100         INVALID KEY
007110             SET FIM-ALUNO TO TRUE
007120     END-START
007130     PERFORM 6100-LISTAR-TRANSFERENCIA THRU 6100-EXIT
007140         UNTIL FIM-ALUNO
007150     IF CONT-TRANSFERENCIAS = ZERO
007160         DISPLAY "Nenhuma transferencia registrada para a "
007170             "matricula " MATRICULA
007180     END-IF.
007190 6000-EXIT.
007200     EXIT.
007210
007220*-----------------------------------------------------------
007230* 6100-LISTAR-TRANSFERENCIA - mostra a proxima transferencia
007240* da matricula
007250*-----------------------------------------------------------
007260 6100-LISTAR-TRANSFERENCIA.
007270     READ TRANSFERENCIAS NEXT RECORD
007280         AT END
007290             SET FIM-ALUNO TO TRUE
007300             GO TO 6100-EXIT
007310     END-READ
007320     IF TRF-MATRICULA NOT = MATRICULA
007330         SET FIM-ALUNO TO TRUE
007340         GO TO 6100-EXIT
007350     END-IF
007360     ADD 1 TO CONT-TRANSFERENCIAS
007370     IF TRF-SAIDA
007380         DISPLAY TRF-DATA " Saida   ano " TRF-ANO-LETIVO
007390             " bimestre " TRF-BIMESTRE " turma " TRF-TURMA
007400         DISPLAY "    Escola de destino: " TRF-ESCOLA
007410     ELSE
007420         DISPLAY TRF-DATA " Entrada ano " TRF-ANO-LETIVO
007430             " bimestre " TRF-BIMESTRE " turma " TRF-TURMA
007440         DISPLAY "    Escola de origem: " TRF-ESCOLA
007450     END-IF
007460     DISPLAY "    Motivo: " TRF-MOTIVO
007470     DISPLAY "    Registrada por " TRF-OPERADOR " em "
007480         TRF-DATA-REGISTRO
007490     IF TRF-SAIDA AND TRF-DATA-GUIA > ZERO
007500         DISPLAY "    Guia de transferencia emitida em "
007510             TRF-DATA-GUIA
007520     END-IF.
007530 6100-EXIT.
007540     EXIT.
007550
007560*-----------------------------------------------------------
007570* 9000-FINALIZAR - fecha os arquivos
007580*-----------------------------------------------------------
007590 9000-FINALIZAR.
007600     IF ARQUIVO-ABERTO
007610         CLOSE TRANSFERENCIAS
007620         CLOSE CADASTRO-ALUNOS
007630         CLOSE ALUNOS-MASTER
007640         CLOSE ALUNOS-AUDITLOG
007650     END-IF.
007660 9000-EXIT.
007670     EXIT.
