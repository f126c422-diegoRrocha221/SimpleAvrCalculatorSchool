000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Unificar duas matriculas do mesmo aluno (cadastro
000140* duplicado pela carga municipal ou por inclusao manual): a
000150* matricula retirada passa todos os seus registros para a
000160* matricula sobrevivente no arquivo mestre ALUNOS-MASTER (a
000170* chave leva o nome oficial da sobrevivente), na frequencia
000180* FREQUENCIA-ALUNOS, no historico acumulado HISTORICO-ALUNOS e
000190* no resultado anual RESULTADO-ANUAL. Registro que ja existe
000200* na sobrevivente (colisao de chave) nao e sobrescrito: fica na
000210* retirada e sai no relatorio. Registro do mestre com
000220* transmissao em andamento ou pedido de retificacao pendente
000230* tambem fica, ate o retorno ou a decisao. A retirada fica
000240* inativa no cadastro apontando a sobrevivente, e a trilha de
000250* auditoria recebe a unificacao (origem U). O relatorio
000260* RELUNIF traz o antes e o depois de cada registro para o
000270* arquivo da secretaria. Rodar de novo com o mesmo par passa
000274* o que restou depois de resolvidas as colisoes. Os
000278* responsaveis da retirada (RESPONSAVEIS) passam para a
000282* sobrevivente nas sequencias seguintes; o que ja esta na
000286* sobrevivente com o mesmo nome fica na retirada. So
000290* secretaria e direcao entram (ControleAcesso).
000300* Tectonics: cobc
000310*-----------------------------------------------------------------
000320* Mod history:
000330*   2026-10-15 DRR  Criado (unificacao de matriculas duplicadas).
000333*   2026-10-15 DRR  Passa tambem os responsaveis da retirada
000336*                   para a sobrevivente.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. UnificaMatricula.
000370 AUTHOR. Diego R. Rocha.
000380 INSTALLATION. Secretaria Escolar.
000390 DATE-WRITTEN. 15/10/2026.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CADASTRO-ALUNOS ASSIGN TO "ALUNOSCD"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS MAT-MATRICULA
000490         FILE STATUS IS FS-CADASTRO.
000500
000510     SELECT ALUNOS-MASTER ASSIGN TO "ALUNOSM"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS REG-CHAVE
000550         ALTERNATE RECORD KEY IS REG-MATERIA
000560             WITH DUPLICATES
000570         FILE STATUS IS FS-MASTER.
000580
000590     SELECT FREQUENCIA-ALUNOS ASSIGN TO "FREQALUN"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS FALT-CHAVE
000630         FILE STATUS IS FS-FREQUENCIA.
000640
000650     SELECT RETIFICACOES ASSIGN TO "RETIFICA"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS RTF-CHAVE
000690         FILE STATUS IS FS-RETIFICACOES.
000700
000710     SELECT HISTORICO-ALUNOS ASSIGN TO "HISTALUN"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-HISTORICO.
000740
000750     SELECT HISTORICO-TRABALHO ASSIGN TO "HISTTRAB"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FS-HIST-TRABALHO.
000780
000790     SELECT RESULTADO-ANUAL ASSIGN TO "RESANUAL"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FS-RESULTADO.
000820
000830     SELECT RESULTADO-TRABALHO ASSIGN TO "RESTRAB"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS FS-RES-TRABALHO.
000860
000861     SELECT RESPONSAVEIS ASSIGN TO "RESPONS"
000862         ORGANIZATION IS INDEXED
000863         ACCESS MODE IS DYNAMIC
000864         RECORD KEY IS RSP-CHAVE
000865         FILE STATUS IS FS-RESPONSAVEIS.
000866
000870     SELECT ALUNOS-AUDITLOG ASSIGN TO "ALUNOSLG"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FS-AUDITLOG.
000900
000910     SELECT RELATORIO-UNIFICACAO ASSIGN TO "RELUNIF"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS FS-RELATORIO.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  CADASTRO-ALUNOS.
000980 COPY MATRREG.
000990
001000 FD  ALUNOS-MASTER.
001010 COPY ALUNOREG.
001020
001030 FD  FREQUENCIA-ALUNOS.
001040 COPY FALTREG.
001050
001060 FD  RETIFICACOES.
001070 COPY RETIFREG.
001080
001090 FD  HISTORICO-ALUNOS.
001100 COPY HISTREG.
001110
001120 FD  HISTORICO-TRABALHO.
001130 01  HTR-REGISTRO                 PIC X(112).
001140
001150 FD  RESULTADO-ANUAL.
001160 COPY RESREG.
001170
001180 FD  RESULTADO-TRABALHO.
001190 01  RTR-REGISTRO                 PIC X(103).
001200
001202 FD  RESPONSAVEIS.
001204 COPY RESPREG.
001206
001210 FD  ALUNOS-AUDITLOG.
001220 COPY LOGREG.
001230
001240 FD  RELATORIO-UNIFICACAO.
001250 01  LINHA-SAIDA                  PIC X(142).
001260
001270 WORKING-STORAGE SECTION.
001280 01  ALUNO-SOBREVIVENTE.
001290     05  SOB-MATRICULA            PIC 9(06).
001300     05  SOB-NOME-ALUNO           PIC X(30).
001310     05  SOB-TURMA                PIC X(06).
001320     05  SOB-STATUS               PIC X(01).
001330
001340 01  ALUNO-RETIRADO.
001350     05  RTD-MATRICULA            PIC 9(06).
001360     05  RTD-NOME-ALUNO           PIC X(30).
001370     05  RTD-TURMA                PIC X(06).
001380     05  RTD-STATUS               PIC X(01).
001390     05  RTD-UNIFICADA-EM         PIC 9(06).
001400
001410 01  MOTIVO                       PIC X(40).
001420 01  CONFIRMA                     PIC X(01).
001430 01  CHAVE-ANTERIOR               PIC X(61).
001440 01  CHAVE-FREQ-ANTERIOR          PIC X(37).
001450 01  REGISTRO-NOVO                PIC X(109).
001460 01  DATA-HOJE                    PIC 9(08).
001470 01  HORA-AGORA                   PIC 9(08).
001480
001490 01  OPERADOR                     PIC X(10).
001500 01  MODO-ACESSO                  PIC X(01) VALUE "S".
001510 01  FUNCAO-ACESSO                PIC X(12) VALUE "UNIFICACAO".
001520 01  PERFIL-OPERADOR              PIC X(01).
001530 01  PROFESSOR-OPERADOR           PIC 9(04).
001540 01  SITUACAO-ACESSO              PIC X(01).
001550
001560 01  CONT-MESTRE-MOVIDOS          PIC 9(05) COMP.
001570 01  CONT-MESTRE-COLISOES         PIC 9(05) COMP.
001580 01  CONT-MESTRE-MANTIDOS         PIC 9(05) COMP.
001590 01  CONT-FREQ-MOVIDOS            PIC 9(05) COMP.
001600 01  CONT-FREQ-COLISOES           PIC 9(05) COMP.
001610 01  CONT-HIST-MOVIDOS            PIC 9(05) COMP.
001620 01  CONT-HIST-COLISOES           PIC 9(05) COMP.
001630 01  CONT-RES-MOVIDOS             PIC 9(05) COMP.
001640 01  CONT-RES-COLISOES            PIC 9(05) COMP.
001643 01  CONT-RESP-MOVIDOS            PIC 9(05) COMP.
001646 01  CONT-RESP-COLISOES           PIC 9(05) COMP.
001650
001660 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
001670     88  ARQUIVO-ABERTO                   VALUE "S".
001680 01  SW-RETIFICACOES-ABERTO       PIC X(01) VALUE "N".
001690     88  RETIFICACOES-ABERTO              VALUE "S".
001700 01  SW-ALUNO-VALIDO              PIC X(01).
001710     88  ALUNO-VALIDO                     VALUE "S".
001720 01  SW-FIM-ARQUIVO               PIC X(01).
001730     88  FIM-ARQUIVO                      VALUE "S".
001740 01  SW-FIM-PEDIDOS               PIC X(01).
001750     88  FIM-PEDIDOS                      VALUE "S".
001760 01  SW-PEDIDO-PENDENTE           PIC X(01).
001770     88  PEDIDO-PENDENTE                  VALUE "S".
001780 01  SW-COLISAO                   PIC X(01).
001790     88  COLISAO                          VALUE "S".
001800 01  SW-TAB-CHEIA                 PIC X(01).
001810     88  TAB-CHEIA                        VALUE "S".
001820
001830 01  FS-CADASTRO                  PIC X(02).
001840     88  FS-CADASTRO-OK                   VALUE "00".
001850 01  FS-MASTER                    PIC X(02).
001860     88  FS-MASTER-OK                     VALUE "00".
001870     88  FS-MASTER-INEXISTENTE            VALUE "35".
001880 01  FS-FREQUENCIA                PIC X(02).
001890     88  FS-FREQUENCIA-OK                 VALUE "00".
001900     88  FS-FREQUENCIA-INEXISTENTE        VALUE "35".
001910 01  FS-RETIFICACOES              PIC X(02).
001920     88  FS-RETIFICACOES-OK               VALUE "00".
001930 01  FS-HISTORICO                 PIC X(02).
001940     88  FS-HISTORICO-OK                  VALUE "00".
001950 01  FS-HIST-TRABALHO             PIC X(02).
001960     88  FS-HIST-TRABALHO-OK              VALUE "00".
001970 01  FS-RESULTADO                 PIC X(02).
001980     88  FS-RESULTADO-OK                  VALUE "00".
001990 01  FS-RES-TRABALHO              PIC X(02).
002000     88  FS-RES-TRABALHO-OK               VALUE "00".
002002 01  FS-RESPONSAVEIS              PIC X(02).
002004     88  FS-RESPONSAVEIS-OK               VALUE "00".
002006     88  FS-RESPONSAVEIS-INEXISTENTE      VALUE "35".
002010 01  FS-AUDITLOG                  PIC X(02).
002020     88  FS-AUDITLOG-OK                   VALUE "00".
002030 01  FS-RELATORIO                 PIC X(02).
002040     88  FS-RELATORIO-OK                  VALUE "00".
002050
002060* Registros da retirada no mestre e na frequencia (chaves),
002070* separados antes de mudar qualquer chave
002080 01  TABELA-MESTRE.
002090     05  TM-CHAVE                 PIC X(61) OCCURS 500 TIMES.
002100 01  TM-QTD                       PIC 9(04) COMP.
002110 01  TM-IDX                       PIC 9(04) COMP.
002120
002130 01  TABELA-FREQUENCIA.
002140     05  TF-CHAVE                 PIC X(37) OCCURS 500 TIMES.
002150 01  TF-QTD                       PIC 9(04) COMP.
002160 01  TF-IDX                       PIC 9(04) COMP.
002170
002180* Chaves que a sobrevivente ja tem no historico e no
002190* resultado anual, para apontar as colisoes
002200 01  TABELA-HISTORICO.
002210     05  TH-ITEM OCCURS 1000 TIMES.
002220         10  TH-ANO-LETIVO        PIC 9(04).
002230         10  TH-BIMESTRE          PIC 9(01).
002240         10  TH-MATERIA           PIC X(20).
002250 01  TH-QTD                       PIC 9(04) COMP.
002260 01  TH-IDX                       PIC 9(04) COMP.
002270
002280 01  TABELA-RESULTADO.
002290     05  TR-ITEM OCCURS 500 TIMES.
002300         10  TR-ANO-LETIVO        PIC 9(04).
002310         10  TR-MATERIA           PIC X(20).
002320 01  TR-QTD                       PIC 9(04) COMP.
002330 01  TR-IDX                       PIC 9(04) COMP.
002340
002341* Responsaveis: nomes e ultima sequencia da sobrevivente e
002342* sequencias da retirada
002343 01  TABELA-RESPONSAVEIS.
002344     05  TRP-NOME                 PIC X(30) OCCURS 9 TIMES.
002345 01  TRP-QTD                      PIC 9(02) COMP.
002346 01  TRP-IDX                      PIC 9(02) COMP.
002347 01  TRP-ULTIMA-SEQUENCIA         PIC 9(01).
002348 01  TABELA-RESP-RETIRADA.
002349     05  TRR-SEQUENCIA            PIC 9(01) OCCURS 9 TIMES.
002350 01  TRR-QTD                      PIC 9(02) COMP.
002351 01  TRR-IDX                      PIC 9(02) COMP.
002352 01  CHAVE-RESP-ANTERIOR          PIC X(07).
002353
002354 01  TEXTO-SOBREVIVENTE.
002360     05  FILLER                   PIC X(14) VALUE
002370         "Unificada em: ".
002380     05  TSB-MATRICULA            PIC 9(06).
002390
002400 01  TEXTO-RETIRADA.
002410     05  FILLER                   PIC X(31) VALUE
002420         "Unificacao: matricula anterior ".
002430     05  TRT-MATRICULA            PIC 9(06).
002440
002450 01  LINHA-TITULO.
002460     05  FILLER                   PIC X(27) VALUE
002470         "Unificacao de matriculas - ".
002480     05  LT-DATA                  PIC 9(08).
002490     05  FILLER                   PIC X(12) VALUE
002500         " - operador ".
002510     05  LT-OPERADOR              PIC X(10).
002520
002530 01  LINHA-MOTIVO.
002540     05  FILLER                   PIC X(08) VALUE "Motivo: ".
002550     05  LM-MOTIVO                PIC X(40).
002560
002570 01  LINHA-CADASTRO.
002580     05  LC-TEXTO                 PIC X(22).
002590     05  LC-MATRICULA             PIC 9(06).
002600     05  FILLER                   PIC X(01) VALUE SPACES.
002610     05  LC-NOME-ALUNO            PIC X(30).
002620     05  FILLER                   PIC X(01) VALUE SPACES.
002630     05  LC-TURMA                 PIC X(06).
002640     05  FILLER                   PIC X(11) VALUE
002650         " situacao: ".
002660     05  LC-STATUS                PIC X(01).
002670     05  LC-TEXTO-UNIFICADA       PIC X(15).
002680     05  LC-UNIFICADA-EM          PIC Z(06).
002690
002700 01  LINHA-CABECALHO.
002710     05  FILLER                   PIC X(36) VALUE
002720         "ARQUIVO    ANO  B TURMA  MATERIA    ".
002730     05  FILLER                   PIC X(36) VALUE
002740         "          ANTES                     ".
002750     05  FILLER                   PIC X(38) VALUE
002760         "            DEPOIS                    ".
002770     05  FILLER                   PIC X(30) VALUE
002780         "            SITUACAO          ".
002790
002800 01  LINHA-DETALHE.
002810     05  LD-ARQUIVO               PIC X(10).
002820     05  FILLER                   PIC X(01) VALUE SPACES.
002830     05  LD-ANO-LETIVO            PIC 9(04).
002840     05  FILLER                   PIC X(01) VALUE SPACES.
002850     05  LD-BIMESTRE              PIC X(01).
002860     05  FILLER                   PIC X(01) VALUE SPACES.
002870     05  LD-TURMA                 PIC X(06).
002880     05  FILLER                   PIC X(01) VALUE SPACES.
002890     05  LD-MATERIA               PIC X(20).
002900     05  FILLER                   PIC X(01) VALUE SPACES.
002910     05  LD-MATRICULA-ANTES       PIC 9(06).
002920     05  FILLER                   PIC X(01) VALUE SPACES.
002930     05  LD-NOME-ANTES            PIC X(30).
002940     05  FILLER                   PIC X(01) VALUE SPACES.
002950     05  LD-MATRICULA-DEPOIS      PIC 9(06).
002960     05  FILLER                   PIC X(01) VALUE SPACES.
002970     05  LD-NOME-DEPOIS           PIC X(30).
002980     05  FILLER                   PIC X(01) VALUE SPACES.
002990     05  LD-SITUACAO              PIC X(20).
003000
003010 01  LINHA-AVISO.
003020     05  FILLER                   PIC X(07) VALUE "AVISO: ".
003030     05  LAV-TEXTO                PIC X(80).
003040
003050 01  LINHA-TOTAL.
003060     05  LTOT-TEXTO               PIC X(38).
003070     05  LTOT-VALOR               PIC ZZZZ9.
003080
003090 PROCEDURE DIVISION.
003100*-----------------------------------------------------------
003110* 0000-MAINLINE
003120*-----------------------------------------------------------
003130 0000-MAINLINE.
003140     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003150     IF ARQUIVO-ABERTO
003160         PERFORM 2000-UNIFICAR-MESTRE THRU 2000-EXIT
003170         PERFORM 3000-UNIFICAR-FREQUENCIA THRU 3000-EXIT
003180         PERFORM 4000-UNIFICAR-HISTORICO THRU 4000-EXIT
003190         PERFORM 5000-UNIFICAR-RESULTADO THRU 5000-EXIT
003195         PERFORM 5500-UNIFICAR-RESPONSAVEIS THRU 5500-EXIT
003200         PERFORM 6000-INATIVAR-RETIRADA THRU 6000-EXIT
003210         PERFORM 7000-GRAVAR-LOG-UNIFICACAO THRU 7000-EXIT
003220     END-IF
003230     PERFORM 9000-FINALIZAR THRU 9000-EXIT
003240     STOP RUN.
003250
003260*-----------------------------------------------------------
003270* 1000-INICIALIZAR - identifica o operador, le e confere as
003280* duas matriculas e o motivo, e abre os arquivos com trava
003290* exclusiva (nenhuma sessao lancando durante a unificacao)
003300*-----------------------------------------------------------
003310 1000-INICIALIZAR.
003320     MOVE ZERO TO CONT-MESTRE-MOVIDOS CONT-MESTRE-COLISOES
003330         CONT-MESTRE-MANTIDOS CONT-FREQ-MOVIDOS
003340         CONT-FREQ-COLISOES CONT-HIST-MOVIDOS
003350         CONT-HIST-COLISOES CONT-RES-MOVIDOS CONT-RES-COLISOES
003355         CONT-RESP-MOVIDOS CONT-RESP-COLISOES
003360     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
003370         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
003380         SITUACAO-ACESSO
003390     IF SITUACAO-ACESSO NOT = "A"
003400         GO TO 1000-EXIT
003410     END-IF
003420     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
003430     OPEN I-O CADASTRO-ALUNOS WITH LOCK
003440     IF NOT FS-CADASTRO-OK
003450         DISPLAY "Cadastro de alunos em uso por outra sessao ou "
003460             "ainda nao criado; unificacao nao iniciada. "
003470             "Status: " FS-CADASTRO
003480         GO TO 1000-EXIT
003490     END-IF
003500     PERFORM 1100-OBTER-SOBREVIVENTE THRU 1100-EXIT
003510     IF NOT ALUNO-VALIDO
003520         CLOSE CADASTRO-ALUNOS
003530         GO TO 1000-EXIT
003540     END-IF
003550     PERFORM 1200-OBTER-RETIRADA THRU 1200-EXIT
003560     IF NOT ALUNO-VALIDO
003570         CLOSE CADASTRO-ALUNOS
003580         GO TO 1000-EXIT
003590     END-IF
003600     PERFORM 1300-OBTER-MOTIVO THRU 1300-EXIT
003610     DISPLAY "Os registros da matricula " RTD-MATRICULA
003620         " passam para a matricula " SOB-MATRICULA
003630         ". Confirma a unificacao (S/N)? "
003640     ACCEPT CONFIRMA
003650     IF CONFIRMA NOT = "S"
003660         DISPLAY "Unificacao cancelada."
003670         CLOSE CADASTRO-ALUNOS
003680         GO TO 1000-EXIT
003690     END-IF
003700     OPEN I-O ALUNOS-MASTER WITH LOCK
003710     IF FS-MASTER-INEXISTENTE
003720         OPEN OUTPUT ALUNOS-MASTER
003730         CLOSE ALUNOS-MASTER
003740         OPEN I-O ALUNOS-MASTER WITH LOCK
003750     END-IF
003760     IF NOT FS-MASTER-OK
003770         DISPLAY "Arquivo mestre em uso por outra sessao; "
003780             "unificacao nao iniciada. Status: " FS-MASTER
003790         CLOSE CADASTRO-ALUNOS
003800         GO TO 1000-EXIT
003810     END-IF
003820     OPEN I-O FREQUENCIA-ALUNOS WITH LOCK
003830     IF FS-FREQUENCIA-INEXISTENTE
003840         OPEN OUTPUT FREQUENCIA-ALUNOS
003850         CLOSE FREQUENCIA-ALUNOS
003860         OPEN I-O FREQUENCIA-ALUNOS WITH LOCK
003870     END-IF
003880     IF NOT FS-FREQUENCIA-OK
003890         DISPLAY "Arquivo de frequencia em uso por outra "
003900             "sessao; unificacao nao iniciada. Status: "
003910             FS-FREQUENCIA
003920         CLOSE CADASTRO-ALUNOS
003930         CLOSE ALUNOS-MASTER
003940         GO TO 1000-EXIT
003950     END-IF
003960     OPEN INPUT RETIFICACOES
003970     IF FS-RETIFICACOES-OK
003980         SET RETIFICACOES-ABERTO TO TRUE
003990     END-IF
004000     OPEN EXTEND ALUNOS-AUDITLOG
004010     IF NOT FS-AUDITLOG-OK
004020         OPEN OUTPUT ALUNOS-AUDITLOG
004030         CLOSE ALUNOS-AUDITLOG
004040         OPEN EXTEND ALUNOS-AUDITLOG
004050     END-IF
004060     OPEN OUTPUT RELATORIO-UNIFICACAO
004070     SET ARQUIVO-ABERTO TO TRUE
004080     PERFORM 1400-EMITIR-CABECALHO THRU 1400-EXIT.
004090 1000-EXIT.
004100     EXIT.
004110
004120*-----------------------------------------------------------
004130* 1100-OBTER-SOBREVIVENTE - le a matricula que fica; ela
004140* precisa estar no cadastro e nao pode ja ter sido retirada
004150*-----------------------------------------------------------
004160 1100-OBTER-SOBREVIVENTE.
004170     MOVE "N" TO SW-ALUNO-VALIDO
004180     DISPLAY "Matricula sobrevivente (a que fica): "
004190     ACCEPT SOB-MATRICULA
004200     IF SOB-MATRICULA = ZERO THEN
004210         DISPLAY "Matricula invalida! Por favor entre com uma "
004220             "matricula valida"
004230         GO TO 1100-OBTER-SOBREVIVENTE
004240     END-IF
004250     MOVE SOB-MATRICULA TO MAT-MATRICULA
004260     READ CADASTRO-ALUNOS
004270         INVALID KEY
004280             DISPLAY "Matricula nao encontrada no cadastro."
004290             GO TO 1100-EXIT
004300     END-READ
004310     IF NOT MAT-NAO-UNIFICADA
004320         DISPLAY "Matricula ja unificada na matricula "
004330             MAT-UNIFICADA-EM "; nao pode ser a sobrevivente."
004340         GO TO 1100-EXIT
004350     END-IF
004360     MOVE MAT-NOME-ALUNO TO SOB-NOME-ALUNO
004370     MOVE MAT-TURMA TO SOB-TURMA
004380     MOVE MAT-STATUS TO SOB-STATUS
004390     DISPLAY "Sobrevivente: " MAT-NOME-ALUNO
004400         "  Turma: " MAT-TURMA "  Situacao: " MAT-STATUS
004410     SET ALUNO-VALIDO TO TRUE.
004420 1100-EXIT.
004430     EXIT.
004440
004450*-----------------------------------------------------------
004460* 1200-OBTER-RETIRADA - le a matricula que sai; ja unificada
004470* em outra matricula e recusada, na mesma sobrevivente e a
004480* repeticao para passar o que restou
004490*-----------------------------------------------------------
004500 1200-OBTER-RETIRADA.
004510     MOVE "N" TO SW-ALUNO-VALIDO
004520     DISPLAY "Matricula retirada (a duplicada): "
004530     ACCEPT RTD-MATRICULA
004540     IF RTD-MATRICULA = ZERO THEN
004550         DISPLAY "Matricula invalida! Por favor entre com uma "
004560             "matricula valida"
004570         GO TO 1200-OBTER-RETIRADA
004580     END-IF
004590     IF RTD-MATRICULA = SOB-MATRICULA THEN
004600         DISPLAY "A matricula retirada deve ser diferente da "
004610             "sobrevivente"
004620         GO TO 1200-OBTER-RETIRADA
004630     END-IF
004640     MOVE RTD-MATRICULA TO MAT-MATRICULA
004650     READ CADASTRO-ALUNOS
004660         INVALID KEY
004670             DISPLAY "Matricula nao encontrada no cadastro."
004680             GO TO 1200-EXIT
004690     END-READ
004700     IF NOT MAT-NAO-UNIFICADA
004710         AND MAT-UNIFICADA-EM NOT = SOB-MATRICULA
004720         DISPLAY "Matricula ja unificada na matricula "
004730             MAT-UNIFICADA-EM "."
004740         GO TO 1200-EXIT
004750     END-IF
004760     IF NOT MAT-NAO-UNIFICADA
004770         DISPLAY "Matricula ja unificada nesta sobrevivente; "
004780             "serao passados os registros restantes."
004790     END-IF
004800     MOVE MAT-NOME-ALUNO TO RTD-NOME-ALUNO
004810     MOVE MAT-TURMA TO RTD-TURMA
004820     MOVE MAT-STATUS TO RTD-STATUS
004830     MOVE MAT-UNIFICADA-EM TO RTD-UNIFICADA-EM
004840     DISPLAY "Retirada: " MAT-NOME-ALUNO
004850         "  Turma: " MAT-TURMA "  Situacao: " MAT-STATUS
004860     SET ALUNO-VALIDO TO TRUE.
004870 1200-EXIT.
004880     EXIT.
004890
004900*-----------------------------------------------------------
004910* 1300-OBTER-MOTIVO - le o motivo obrigatorio da unificacao
004920*-----------------------------------------------------------
004930 1300-OBTER-MOTIVO.
004940     DISPLAY "Motivo da unificacao: "
004950     ACCEPT MOTIVO
004960     IF MOTIVO = SPACES THEN
004970         DISPLAY "Motivo obrigatorio! Por favor entre com o "
004980             "motivo da unificacao"
004990         GO TO 1300-OBTER-MOTIVO
005000     END-IF.
005010 1300-EXIT.
005020     EXIT.
005030
005040*-----------------------------------------------------------
005050* 1400-EMITIR-CABECALHO - titulo, motivo e o cadastro das
005060* duas matriculas antes da unificacao
005070*-----------------------------------------------------------
005080 1400-EMITIR-CABECALHO.
005090     MOVE DATA-HOJE TO LT-DATA
005100     MOVE OPERADOR TO LT-OPERADOR
005110     MOVE LINHA-TITULO TO LINHA-SAIDA
005120     WRITE LINHA-SAIDA
005130     MOVE MOTIVO TO LM-MOTIVO
005140     MOVE LINHA-MOTIVO TO LINHA-SAIDA
005150     WRITE LINHA-SAIDA
005160     MOVE SPACES TO LINHA-SAIDA
005170     WRITE LINHA-SAIDA
005180     MOVE "SOBREVIVENTE (ANTES)  " TO LC-TEXTO
005190     MOVE SOB-MATRICULA TO LC-MATRICULA
005200     MOVE SOB-NOME-ALUNO TO LC-NOME-ALUNO
005210     MOVE SOB-TURMA TO LC-TURMA
005220     MOVE SOB-STATUS TO LC-STATUS
005230     MOVE SPACES TO LC-TEXTO-UNIFICADA
005240     MOVE ZERO TO LC-UNIFICADA-EM
005250     MOVE LINHA-CADASTRO TO LINHA-SAIDA
005260     WRITE LINHA-SAIDA
005270     MOVE "RETIRADA (ANTES)      " TO LC-TEXTO
005280     MOVE RTD-MATRICULA TO LC-MATRICULA
005290     MOVE RTD-NOME-ALUNO TO LC-NOME-ALUNO
005300     MOVE RTD-TURMA TO LC-TURMA
005310     MOVE RTD-STATUS TO LC-STATUS
005320     IF RTD-UNIFICADA-EM NOT = ZERO
005330         MOVE "  unificada em " TO LC-TEXTO-UNIFICADA
005340     END-IF
005350     MOVE RTD-UNIFICADA-EM TO LC-UNIFICADA-EM
005360     MOVE LINHA-CADASTRO TO LINHA-SAIDA
005370     WRITE LINHA-SAIDA
005380     MOVE SPACES TO LINHA-SAIDA
005390     WRITE LINHA-SAIDA
005400     MOVE LINHA-CABECALHO TO LINHA-SAIDA
005410     WRITE LINHA-SAIDA.
005420 1400-EXIT.
005430     EXIT.
005440
005450*-----------------------------------------------------------
005460* 2000-UNIFICAR-MESTRE - separa as chaves da retirada no
005470* mestre (varredura completa: a chave do mestre leva o nome,
005480* nao a matricula) e passa cada registro para a sobrevivente
005490*-----------------------------------------------------------
005500 2000-UNIFICAR-MESTRE.
005510     MOVE ZERO TO TM-QTD
005520     MOVE "N" TO SW-TAB-CHEIA
005530     MOVE "N" TO SW-FIM-ARQUIVO
005540     MOVE LOW-VALUES TO REG-CHAVE
005550     START ALUNOS-MASTER KEY IS NOT LESS THAN REG-CHAVE
005560         INVALID KEY
005570             SET FIM-ARQUIVO TO TRUE
005580     END-START
005590     PERFORM 2100-SELECIONAR-MESTRE THRU 2100-EXIT
005600         UNTIL FIM-ARQUIVO
005610     PERFORM VARYING TM-IDX FROM 1 BY 1 UNTIL TM-IDX > TM-QTD
005620         PERFORM 2200-MOVER-MESTRE THRU 2200-EXIT
005630     END-PERFORM.
005640 2000-EXIT.
005650     EXIT.
005660
005670*-----------------------------------------------------------
005680* 2100-SELECIONAR-MESTRE - guarda a chave do registro da
005690* retirada; tabela cheia vira aviso (o restante passa numa
005700* nova execucao)
005710*-----------------------------------------------------------
005720 2100-SELECIONAR-MESTRE.
005730     READ ALUNOS-MASTER NEXT RECORD
005740         AT END
005750             SET FIM-ARQUIVO TO TRUE
005760             GO TO 2100-EXIT
005770     END-READ
005780     IF REG-MATRICULA NOT = RTD-MATRICULA
005790         GO TO 2100-EXIT
005800     END-IF
005810     IF TM-QTD < 500
005820         ADD 1 TO TM-QTD
005830         MOVE REG-CHAVE TO TM-CHAVE(TM-QTD)
005840     ELSE
005850         IF NOT TAB-CHEIA
005860             SET TAB-CHEIA TO TRUE
005870             MOVE "mestre com mais de 500 registros da retirada; "
005880                 TO LAV-TEXTO
005890             MOVE LINHA-AVISO TO LINHA-SAIDA
005900             WRITE LINHA-SAIDA
005910             MOVE "rode a unificacao de novo para o restante."
005920                 TO LAV-TEXTO
005930             MOVE LINHA-AVISO TO LINHA-SAIDA
005940             WRITE LINHA-SAIDA
005950         END-IF
005960     END-IF.
005970 2100-EXIT.
005980     EXIT.
005990
006000*-----------------------------------------------------------
006010* 2200-MOVER-MESTRE - passa o registro para a sobrevivente
006020* (matricula e nome oficial na chave). Fica na retirada o
006030* registro com transmissao em andamento (enviado ou
006040* retificacao aprovada/enviada/rejeitada - o retorno vem pela
006050* chave antiga), com pedido de retificacao pendente ou cuja
006060* chave nova ja existe (colisao). Registro confirmado volta a
006070* pendente de envio, para o sistema externo receber a
006080* sobrevivente
006090*-----------------------------------------------------------
006100 2200-MOVER-MESTRE.
006110     MOVE TM-CHAVE(TM-IDX) TO REG-CHAVE
006120     READ ALUNOS-MASTER
006130         INVALID KEY
006140             GO TO 2200-EXIT
006150     END-READ
006160     MOVE "MESTRE" TO LD-ARQUIVO
006170     MOVE REG-ANO-LETIVO TO LD-ANO-LETIVO
006180     MOVE REG-BIMESTRE TO LD-BIMESTRE
006190     MOVE REG-TURMA TO LD-TURMA
006200     MOVE REG-MATERIA TO LD-MATERIA
006210     MOVE REG-MATRICULA TO LD-MATRICULA-ANTES
006220     MOVE REG-NOME-ALUNO TO LD-NOME-ANTES
006230     MOVE SOB-MATRICULA TO LD-MATRICULA-DEPOIS
006240     MOVE SOB-NOME-ALUNO TO LD-NOME-DEPOIS
006250     IF REG-TRANSM-ENVIADO OR REG-TRANSM-RETIFICAR
006260         OR REG-TRANSM-RETIF-ENVIADA
006270         OR REG-TRANSM-RETIF-REJEITADA
006280         MOVE "MANTIDO-TRANSMISSAO" TO LD-SITUACAO
006290         ADD 1 TO CONT-MESTRE-MANTIDOS
006300         PERFORM 8000-IMPRIMIR-DETALHE THRU 8000-EXIT
006310         GO TO 2200-EXIT
006320     END-IF
006330     PERFORM 2300-VERIFICAR-PEDIDO THRU 2300-EXIT
006340     IF PEDIDO-PENDENTE
006350         MOVE "MANTIDO-RETIFICACAO" TO LD-SITUACAO
006360         ADD 1 TO CONT-MESTRE-MANTIDOS
006370         PERFORM 8000-IMPRIMIR-DETALHE THRU 8000-EXIT
006380         GO TO 2200-EXIT
006390     END-IF
006400     MOVE REG-CHAVE TO CHAVE-ANTERIOR
006410     MOVE SOB-MATRICULA TO REG-MATRICULA
006420     MOVE SOB-NOME-ALUNO TO REG-NOME-ALUNO
006430     IF REG-TRANSM-CONFIRMADO
006440         SET REG-TRANSM-PENDENTE TO TRUE
006450     END-IF
006460     MOVE "N" TO SW-COLISAO
006470     IF REG-CHAVE = CHAVE-ANTERIOR
006480         REWRITE REG-ALUNO
006490     ELSE
006500         PERFORM 2400-REGRAVAR-MESTRE THRU 2400-EXIT
006510     END-IF
006520     IF COLISAO
006530         MOVE "COLISAO-MANTIDO" TO LD-SITUACAO
006540         ADD 1 TO CONT-MESTRE-COLISOES
006550         PERFORM 8000-IMPRIMIR-DETALHE THRU 8000-EXIT
006560         GO TO 2200-EXIT
006570     END-IF
006580     MOVE "MOVIDO" TO LD-SITUACAO
006590     ADD 1 TO CONT-MESTRE-MOVIDOS
006600     PERFORM 8000-IMPRIMIR-DETALHE THRU 8000-EXIT
006610     PERFORM 2500-GRAVAR-LOG-MESTRE THRU 2500-EXIT.
006620 2200-EXIT.
006630     EXIT.
006640
006650*-----------------------------------------------------------
006660* 2300-VERIFICAR-PEDIDO - procura pedido de retificacao
006670* pendente para a chave (ainda a da retirada) do registro
006680*-----------------------------------------------------------
006690 2300-VERIFICAR-PEDIDO.
006700     MOVE "N" TO SW-PEDIDO-PENDENTE
006710     IF NOT RETIFICACOES-ABERTO
006720         GO TO 2300-EXIT
006730     END-IF
006740     MOVE REG-CHAVE TO RTF-CHAVE-MESTRE
006750     MOVE ZERO TO RTF-SEQUENCIA
006760     MOVE "N" TO SW-FIM-PEDIDOS
006770     START RETIFICACOES KEY IS NOT LESS THAN RTF-CHAVE
006780         INVALID KEY
006790             SET FIM-PEDIDOS TO TRUE
006800     END-START
006810     PERFORM 2310-LER-PEDIDO THRU 2310-EXIT
006820         UNTIL FIM-PEDIDOS.
006830 2300-EXIT.
006840     EXIT.
006850
006860*-----------------------------------------------------------
006870* 2310-LER-PEDIDO - le o proximo pedido do mesmo registro
006880*-----------------------------------------------------------
006890 2310-LER-PEDIDO.
006900     READ RETIFICACOES NEXT RECORD
006910         AT END
006920             SET FIM-PEDIDOS TO TRUE
006930             GO TO 2310-EXIT
006940     END-READ
006950     IF RTF-CHAVE-MESTRE NOT = REG-CHAVE
006960         SET FIM-PEDIDOS TO TRUE
006970         GO TO 2310-EXIT
006980     END-IF
006990     IF RTF-PENDENTE
007000         SET PEDIDO-PENDENTE TO TRUE
007010         SET FIM-PEDIDOS TO TRUE
007020     END-IF.
007030 2310-EXIT.
007040     EXIT.
007050
007060*-----------------------------------------------------------
007070* 2400-REGRAVAR-MESTRE - grava o registro na chave nova e so
007080* entao exclui a antiga; chave nova ja existente e colisao
007090*-----------------------------------------------------------
007100 2400-REGRAVAR-MESTRE.
007110     WRITE REG-ALUNO
007120         INVALID KEY
007130             SET COLISAO TO TRUE
007140             GO TO 2400-EXIT
007150     END-WRITE
007160     MOVE REG-ALUNO TO REGISTRO-NOVO
007170     MOVE CHAVE-ANTERIOR TO REG-CHAVE
007180     DELETE ALUNOS-MASTER RECORD
007190     MOVE REGISTRO-NOVO TO REG-ALUNO.
007200 2400-EXIT.
007210     EXIT.
007220
007230*-----------------------------------------------------------
007240* 2500-GRAVAR-LOG-MESTRE - grava o registro passado para a
007250* sobrevivente na trilha de auditoria (origem U), com a
007260* matricula retirada na justificativa
007270*-----------------------------------------------------------
007280 2500-GRAVAR-LOG-MESTRE.
007290     ACCEPT HORA-AGORA FROM TIME
007300     INITIALIZE LOG-REGISTRO
007310     MOVE OPERADOR TO LOG-OPERADOR
007320     MOVE DATA-HOJE TO LOG-DATA
007330     MOVE HORA-AGORA TO LOG-HORA
007340     MOVE REG-ANO-LETIVO TO LOG-ANO-LETIVO
007350     MOVE REG-BIMESTRE TO LOG-BIMESTRE
007360     MOVE REG-TURMA TO LOG-TURMA
007370     MOVE REG-MATRICULA TO LOG-MATRICULA
007380     MOVE REG-NOME-ALUNO TO LOG-NOME-ALUNO
007390     MOVE REG-MATERIA TO LOG-MATERIA
007400     MOVE REG-NOTAS(1) TO LOG-NOTAS(1)
007410     MOVE REG-NOTAS(2) TO LOG-NOTAS(2)
007420     MOVE REG-NOTAS(3) TO LOG-NOTAS(3)
007430     MOVE REG-NOTAS(4) TO LOG-NOTAS(4)
007440     MOVE REG-MEDIA TO LOG-MEDIA
007450     MOVE REG-RESULTADO TO LOG-RESULTADO
007460     MOVE REG-NOTA-RECUPERACAO TO LOG-NOTA-RECUPERACAO
007470     SET LOG-ORIGEM-UNIFICACAO TO TRUE
007480     MOVE RTD-MATRICULA TO TRT-MATRICULA
007490     MOVE TEXTO-RETIRADA TO LOG-JUSTIFICATIVA
007500     MOVE REG-PROFESSOR TO LOG-PROFESSOR
007510     WRITE LOG-REGISTRO.
007520 2500-EXIT.
007530     EXIT.
007540
007550*-----------------------------------------------------------
007560* 3000-UNIFICAR-FREQUENCIA - separa as chaves da retirada na
007570* frequencia e passa cada registro para a sobrevivente
007580*-----------------------------------------------------------
007590 3000-UNIFICAR-FREQUENCIA.
007600     MOVE ZERO TO TF-QTD
007610     MOVE "N" TO SW-TAB-CHEIA
007620     MOVE "N" TO SW-FIM-ARQUIVO
007630     MOVE LOW-VALUES TO FALT-CHAVE
007640     START FREQUENCIA-ALUNOS KEY IS NOT LESS THAN FALT-CHAVE
007650         INVALID KEY
007660             SET FIM-ARQUIVO TO TRUE
007670     END-START
007680     PERFORM 3100-SELECIONAR-FREQUENCIA THRU 3100-EXIT
007690         UNTIL FIM-ARQUIVO
007700     PERFORM VARYING TF-IDX FROM 1 BY 1 UNTIL TF-IDX > TF-QTD
007710         PERFORM 3200-MOVER-FREQUENCIA THRU 3200-EXIT
007720     END-PERFORM.
007730 3000-EXIT.
007740     EXIT.
007750
007760*-----------------------------------------------------------
007770* 3100-SELECIONAR-FREQUENCIA - guarda a chave do registro de
007780* frequencia da retirada
007790*-----------------------------------------------------------
007800 3100-SELECIONAR-FREQUENCIA.
007810     READ FREQUENCIA-ALUNOS NEXT RECORD
007820         AT END
007830             SET FIM-ARQUIVO TO TRUE
007840             GO TO 3100-EXIT
007850     END-READ
007860     IF FALT-MATRICULA NOT = RTD-MATRICULA
007870         GO TO 3100-EXIT
007880     END-IF
007890     IF TF-QTD < 500
007900         ADD 1 TO TF-QTD
007910         MOVE FALT-CHAVE TO TF-CHAVE(TF-QTD)
007920     ELSE
007930         IF NOT TAB-CHEIA
007940             SET TAB-CHEIA TO TRUE
007950             MOVE "frequencia com mais de 500 registros da "
007960                 TO LAV-TEXTO
007970             MOVE LINHA-AVISO TO LINHA-SAIDA
007980             WRITE LINHA-SAIDA
007990             MOVE "retirada; rode a unificacao de novo para o "
008000                 TO LAV-TEXTO
008010             MOVE LINHA-AVISO TO LINHA-SAIDA
008020             WRITE LINHA-SAIDA
008030             MOVE "restante." TO LAV-TEXTO
008040             MOVE LINHA-AVISO TO LINHA-SAIDA
008050             WRITE LINHA-SAIDA
008060         END-IF
008070     END-IF.
008080 3100-EXIT.
008090     EXIT.
008100
008110*-----------------------------------------------------------
008120* 3200-MOVER-FREQUENCIA - grava a frequencia na matricula
008130* sobrevivente e exclui a da retirada; chave ja existente na
008140* sobrevivente e colisao e a da retirada fica
008150*-----------------------------------------------------------
008160 3200-MOVER-FREQUENCIA.
008170     MOVE TF-CHAVE(TF-IDX) TO FALT-CHAVE
008180     READ FREQUENCIA-ALUNOS
008190         INVALID KEY
008200             GO TO 3200-EXIT
008210     END-READ
008220     MOVE "FREQUENCIA" TO LD-ARQUIVO
008230     MOVE FALT-ANO-LETIVO TO LD-ANO-LETIVO
008240     MOVE FALT-BIMESTRE TO LD-BIMESTRE
008250     MOVE FALT-TURMA TO LD-TURMA
008260     MOVE FALT-MATERIA TO LD-MATERIA
008270     MOVE RTD-MATRICULA TO LD-MATRICULA-ANTES
008280     MOVE RTD-NOME-ALUNO TO LD-NOME-ANTES
008290     MOVE SOB-MATRICULA TO LD-MATRICULA-DEPOIS
008300     MOVE SOB-NOME-ALUNO TO LD-NOME-DEPOIS
008310     MOVE FALT-CHAVE TO CHAVE-FREQ-ANTERIOR
008320     MOVE SOB-MATRICULA TO FALT-MATRICULA
008330     MOVE "N" TO SW-COLISAO
008340     WRITE FALT-REGISTRO
008350         INVALID KEY
008360             SET COLISAO TO TRUE
008370     END-WRITE
008380     IF COLISAO
008390         MOVE "COLISAO-MANTIDO" TO LD-SITUACAO
008400         ADD 1 TO CONT-FREQ-COLISOES
008410         PERFORM 8000-IMPRIMIR-DETALHE THRU 8000-EXIT
008420         GO TO 3200-EXIT
008430     END-IF
008440     MOVE CHAVE-FREQ-ANTERIOR TO FALT-CHAVE
008450     DELETE FREQUENCIA-ALUNOS RECORD
008460     MOVE "MOVIDO" TO LD-SITUACAO
008470     ADD 1 TO CONT-FREQ-MOVIDOS
008480     PERFORM 8000-IMPRIMIR-DETALHE THRU 8000-EXIT.
008490 3200-EXIT.
008500     EXIT.
008510
008520*-----------------------------------------------------------
008530* 4000-UNIFICAR-HISTORICO - historico acumulado (sequencial):
008540* 1o passo guarda o que a sobrevivente ja tem; 2o passo copia
008550* o arquivo para o HISTTRAB passando a retirada para a
008560* sobrevivente; havendo mudanca, o HISTTRAB volta por cima do
008570* historico (e fica como copia ate a proxima unificacao)
008580*-----------------------------------------------------------
008590 4000-UNIFICAR-HISTORICO.
008600     OPEN INPUT HISTORICO-ALUNOS
008610     IF NOT FS-HISTORICO-OK
008620         GO TO 4000-EXIT
008630     END-IF
008640     MOVE ZERO TO TH-QTD
008650     MOVE "N" TO SW-TAB-CHEIA
008660     MOVE "N" TO SW-FIM-ARQUIVO
008670     PERFORM 4100-CARREGAR-HISTORICO THRU 4100-EXIT
008680         UNTIL FIM-ARQUIVO
008690     CLOSE HISTORICO-ALUNOS
008700     IF TAB-CHEIA
008710         MOVE "historico da sobrevivente excede a tabela de "
008720             TO LAV-TEXTO
008730         MOVE LINHA-AVISO TO LINHA-SAIDA
008740         WRITE LINHA-SAIDA
008750         MOVE "colisoes; historico nao unificado." TO LAV-TEXTO
008760         MOVE LINHA-AVISO TO LINHA-SAIDA
008770         WRITE LINHA-SAIDA
008780         GO TO 4000-EXIT
008790     END-IF
008800     OPEN INPUT HISTORICO-ALUNOS
008810     OPEN OUTPUT HISTORICO-TRABALHO
008820     IF NOT FS-HIST-TRABALHO-OK
008830         MOVE "arquivo de trabalho HISTTRAB indisponivel; "
008840             TO LAV-TEXTO
008850         MOVE LINHA-AVISO TO LINHA-SAIDA
008860         WRITE LINHA-SAIDA
008870         MOVE "historico nao unificado." TO LAV-TEXTO
008880         MOVE LINHA-AVISO TO LINHA-SAIDA
008890         WRITE LINHA-SAIDA
008900         CLOSE HISTORICO-ALUNOS
008910         GO TO 4000-EXIT
008920     END-IF
008930     MOVE "N" TO SW-FIM-ARQUIVO
008940     PERFORM 4200-COPIAR-HISTORICO THRU 4200-EXIT
008950         UNTIL FIM-ARQUIVO
008960     CLOSE HISTORICO-ALUNOS
008970     CLOSE HISTORICO-TRABALHO
008980     IF CONT-HIST-MOVIDOS = ZERO
008990         GO TO 4000-EXIT
009000     END-IF
009010     OPEN INPUT HISTORICO-TRABALHO
009020     OPEN OUTPUT HISTORICO-ALUNOS
009030     MOVE "N" TO SW-FIM-ARQUIVO
009040     PERFORM 4300-DEVOLVER-HISTORICO THRU 4300-EXIT
009050         UNTIL FIM-ARQUIVO
009060     CLOSE HISTORICO-TRABALHO
009070     CLOSE HISTORICO-ALUNOS.
009080 4000-EXIT.
009090     EXIT.
009100
009110*-----------------------------------------------------------
009120* 4100-CARREGAR-HISTORICO - guarda ano, bimestre e materia de
009130* cada registro de historico da sobrevivente
009140*-----------------------------------------------------------
009150 4100-CARREGAR-HISTORICO.
009160     READ HISTORICO-ALUNOS
009170         AT END
009180             SET FIM-ARQUIVO TO TRUE
009190             GO TO 4100-EXIT
009200     END-READ
009210     IF HIST-MATRICULA NOT = SOB-MATRICULA
009220         GO TO 4100-EXIT
009230     END-IF
009240     IF TH-QTD < 1000
009250         ADD 1 TO TH-QTD
009260         MOVE HIST-ANO-LETIVO TO TH-ANO-LETIVO(TH-QTD)
009270         MOVE HIST-BIMESTRE TO TH-BIMESTRE(TH-QTD)
009280         MOVE HIST-MATERIA TO TH-MATERIA(TH-QTD)
009290     ELSE
009300         SET TAB-CHEIA TO TRUE
009310     END-IF.
009320 4100-EXIT.
009330     EXIT.
009340
009350*-----------------------------------------------------------
009360* 4200-COPIAR-HISTORICO - copia o registro para o arquivo de
009370* trabalho, passando o da retirada para a sobrevivente
009380*-----------------------------------------------------------
009390 4200-COPIAR-HISTORICO.
009400     READ HISTORICO-ALUNOS
009410         AT END
009420             SET FIM-ARQUIVO TO TRUE
009430             GO TO 4200-EXIT
009440     END-READ
009450     IF HIST-MATRICULA = RTD-MATRICULA
009460         PERFORM 4210-MOVER-HISTORICO THRU 4210-EXIT
009470     END-IF
009480     WRITE HTR-REGISTRO FROM HIST-REGISTRO.
009490 4200-EXIT.
009500     EXIT.
009510
009520*-----------------------------------------------------------
009530* 4210-MOVER-HISTORICO - troca matricula e nome do registro
009540* da retirada; ano/bimestre/materia que a sobrevivente ja tem
009550* e colisao e o registro fica na retirada
009560*-----------------------------------------------------------
009570 4210-MOVER-HISTORICO.
009580     MOVE "HISTORICO" TO LD-ARQUIVO
009590     MOVE HIST-ANO-LETIVO TO LD-ANO-LETIVO
009600     MOVE HIST-BIMESTRE TO LD-BIMESTRE
009610     MOVE HIST-TURMA TO LD-TURMA
009620     MOVE HIST-MATERIA TO LD-MATERIA
009630     MOVE HIST-MATRICULA TO LD-MATRICULA-ANTES
009640     MOVE HIST-NOME-ALUNO TO LD-NOME-ANTES
009650     MOVE SOB-MATRICULA TO LD-MATRICULA-DEPOIS
009660     MOVE SOB-NOME-ALUNO TO LD-NOME-DEPOIS
009670     MOVE "N" TO SW-COLISAO
009680     PERFORM VARYING TH-IDX FROM 1 BY 1 UNTIL TH-IDX > TH-QTD
009690         PERFORM 4220-COMPARAR-HISTORICO THRU 4220-EXIT
009700     END-PERFORM
009710     IF COLISAO
009720         MOVE "COLISAO-MANTIDO" TO LD-SITUACAO
009730         ADD 1 TO CONT-HIST-COLISOES
009740         PERFORM 8000-IMPRIMIR-DETALHE THRU 8000-EXIT
009750         GO TO 4210-EXIT
009760     END-IF
009770     MOVE SOB-MATRICULA TO HIST-MATRICULA
009780     MOVE SOB-NOME-ALUNO TO HIST-NOME-ALUNO
009790     MOVE "MOVIDO" TO LD-SITUACAO
009800     ADD 1 TO CONT-HIST-MOVIDOS
009810     PERFORM 8000-IMPRIMIR-DETALHE THRU 8000-EXIT.
009820 4210-EXIT.
009830     EXIT.
009840
009850*-----------------------------------------------------------
009860* 4220-COMPARAR-HISTORICO - compara com um registro que a
009870* sobrevivente ja tem
009880*-----------------------------------------------------------
009890 4220-COMPARAR-HISTORICO.
009900     IF TH-ANO-LETIVO(TH-IDX) = HIST-ANO-LETIVO
009910         AND TH-BIMESTRE(TH-IDX) = HIST-BIMESTRE
009920         AND TH-MATERIA(TH-IDX) = HIST-MATERIA
009930         SET COLISAO TO TRUE
009940     END-IF.
009950 4220-EXIT.
009960     EXIT.
009970
009980*-----------------------------------------------------------
009990* 4300-DEVOLVER-HISTORICO - copia o arquivo de trabalho de
010000* volta para o historico acumulado
010010*-----------------------------------------------------------
010020 4300-DEVOLVER-HISTORICO.
010030     READ HISTORICO-TRABALHO
010040         AT END
010050             SET FIM-ARQUIVO TO TRUE
010060             GO TO 4300-EXIT
010070     END-READ
010080     WRITE HIST-REGISTRO FROM HTR-REGISTRO.
010090 4300-EXIT.
010100     EXIT.
010110
010120*-----------------------------------------------------------
010130* 5000-UNIFICAR-RESULTADO - resultado anual (sequencial), nos
010140* mesmos passos do historico, com o RESTRAB de trabalho
010150*-----------------------------------------------------------
010160 5000-UNIFICAR-RESULTADO.
010170     OPEN INPUT RESULTADO-ANUAL
010180     IF NOT FS-RESULTADO-OK
010190         GO TO 5000-EXIT
010200     END-IF
010210     MOVE ZERO TO TR-QTD
010220     MOVE "N" TO SW-TAB-CHEIA
010230     MOVE "N" TO SW-FIM-ARQUIVO
010240     PERFORM 5100-CARREGAR-RESULTADO THRU 5100-EXIT
010250         UNTIL FIM-ARQUIVO
010260     CLOSE RESULTADO-ANUAL
010270     IF TAB-CHEIA
010280         MOVE "resultado anual da sobrevivente excede a tabela "
010290             TO LAV-TEXTO
010300         MOVE LINHA-AVISO TO LINHA-SAIDA
010310         WRITE LINHA-SAIDA
010320         MOVE "de colisoes; resultado anual nao unificado."
010330             TO LAV-TEXTO
010340         MOVE LINHA-AVISO TO LINHA-SAIDA
010350         WRITE LINHA-SAIDA
010360         GO TO 5000-EXIT
010370     END-IF
010380     OPEN INPUT RESULTADO-ANUAL
010390     OPEN OUTPUT RESULTADO-TRABALHO
010400     IF NOT FS-RES-TRABALHO-OK
010410         MOVE "arquivo de trabalho RESTRAB indisponivel; "
010420             TO LAV-TEXTO
010430         MOVE LINHA-AVISO TO LINHA-SAIDA
010440         WRITE LINHA-SAIDA
010450         MOVE "resultado anual nao unificado." TO LAV-TEXTO
010460         MOVE LINHA-AVISO TO LINHA-SAIDA
010470         WRITE LINHA-SAIDA
010480         CLOSE RESULTADO-ANUAL
010490         GO TO 5000-EXIT
010500     END-IF
010510     MOVE "N" TO SW-FIM-ARQUIVO
010520     PERFORM 5200-COPIAR-RESULTADO THRU 5200-EXIT
010530         UNTIL FIM-ARQUIVO
010540     CLOSE RESULTADO-ANUAL
010550     CLOSE RESULTADO-TRABALHO
010560     IF CONT-RES-MOVIDOS = ZERO
010570         GO TO 5000-EXIT
010580     END-IF
010590     OPEN INPUT RESULTADO-TRABALHO
010600     OPEN OUTPUT RESULTADO-ANUAL
010610     MOVE "N" TO SW-FIM-ARQUIVO
010620     PERFORM 5300-DEVOLVER-RESULTADO THRU 5300-EXIT
010630         UNTIL FIM-ARQUIVO
010640     CLOSE RESULTADO-TRABALHO
010650     CLOSE RESULTADO-ANUAL.
010660 5000-EXIT.
010670     EXIT.
010680
010690*-----------------------------------------------------------
010700* 5100-CARREGAR-RESULTADO - guarda ano e materia de cada
010710* resultado anual da sobrevivente
010720*-----------------------------------------------------------
010730 5100-CARREGAR-RESULTADO.
010740     READ RESULTADO-ANUAL
010750         AT END
010760             SET FIM-ARQUIVO TO TRUE
010770             GO TO 5100-EXIT
010780     END-READ
010790     IF RES-MATRICULA NOT = SOB-MATRICULA
010800         GO TO 5100-EXIT
010810     END-IF
010820     IF TR-QTD < 500
010830         ADD 1 TO TR-QTD
010840         MOVE RES-ANO-LETIVO TO TR-ANO-LETIVO(TR-QTD)
010850         MOVE RES-MATERIA TO TR-MATERIA(TR-QTD)
010860     ELSE
010870         SET TAB-CHEIA TO TRUE
010880     END-IF.
010890 5100-EXIT.
010900     EXIT.
010910
010920*-----------------------------------------------------------
010930* 5200-COPIAR-RESULTADO - copia o registro para o arquivo de
010940* trabalho, passando o da retirada para a sobrevivente
010950*-----------------------------------------------------------
010960 5200-COPIAR-RESULTADO.
010970     READ RESULTADO-ANUAL
010980         AT END
010990             SET FIM-ARQUIVO TO TRUE
011000             GO TO 5200-EXIT
011010     END-READ
011020     IF RES-MATRICULA = RTD-MATRICULA
011030         PERFORM 5210-MOVER-RESULTADO THRU 5210-EXIT
011040     END-IF
011050     WRITE RTR-REGISTRO FROM RES-REGISTRO.
011060 5200-EXIT.
011070     EXIT.
011080
011090*-----------------------------------------------------------
011100* 5210-MOVER-RESULTADO - troca matricula e nome do resultado
011110* da retirada; ano/materia que a sobrevivente ja tem e
011120* colisao e o registro fica na retirada
011130*-----------------------------------------------------------
011140 5210-MOVER-RESULTADO.
011150     MOVE "RES.ANUAL" TO LD-ARQUIVO
011160     MOVE RES-ANO-LETIVO TO LD-ANO-LETIVO
011170     MOVE SPACES TO LD-BIMESTRE
011180     MOVE RES-TURMA TO LD-TURMA
011190     MOVE RES-MATERIA TO LD-MATERIA
011200     MOVE RES-MATRICULA TO LD-MATRICULA-ANTES
011210     MOVE RES-NOME-ALUNO TO LD-NOME-ANTES
011220     MOVE SOB-MATRICULA TO LD-MATRICULA-DEPOIS
011230     MOVE SOB-NOME-ALUNO TO LD-NOME-DEPOIS
011240     MOVE "N" TO SW-COLISAO
011250     PERFORM VARYING TR-IDX FROM 1 BY 1 UNTIL TR-IDX > TR-QTD
011260         PERFORM 5220-COMPARAR-RESULTADO THRU 5220-EXIT
011270     END-PERFORM
011280     IF COLISAO
011290         MOVE "COLISAO-MANTIDO" TO LD-SITUACAO
011300         ADD 1 TO CONT-RES-COLISOES
011310         PERFORM 8000-IMPRIMIR-DETALHE THRU 8000-EXIT
011320         GO TO 5210-EXIT
011330     END-IF
011340     MOVE SOB-MATRICULA TO RES-MATRICULA
011350     MOVE SOB-NOME-ALUNO TO RES-NOME-ALUNO
011360     MOVE "MOVIDO" TO LD-SITUACAO
011370     ADD 1 TO CONT-RES-MOVIDOS
011380     PERFORM 8000-IMPRIMIR-DETALHE THRU 8000-EXIT.
011390 5210-EXIT.
011400     EXIT.
011410
011420*-----------------------------------------------------------
011430* 5220-COMPARAR-RESULTADO - compara com um resultado que a
011440* sobrevivente ja tem
011450*-----------------------------------------------------------
011460 5220-COMPARAR-RESULTADO.
011470     IF TR-ANO-LETIVO(TR-IDX) = RES-ANO-LETIVO
011480         AND TR-MATERIA(TR-IDX) = RES-MATERIA
011490         SET COLISAO TO TRUE
011500     END-IF.
011510 5220-EXIT.
011520     EXIT.
011530
011540*-----------------------------------------------------------
011550* 5300-DEVOLVER-RESULTADO - copia o arquivo de trabalho de
011560* volta para o resultado anual
011570*-----------------------------------------------------------
011580 5300-DEVOLVER-RESULTADO.
011590     READ RESULTADO-TRABALHO
011600         AT END
011610             SET FIM-ARQUIVO TO TRUE
011620             GO TO 5300-EXIT
011630     END-READ
011640     WRITE RES-REGISTRO FROM RTR-REGISTRO.
011650 5300-EXIT.
011660     EXIT.
011661
011662*-----------------------------------------------------------
011663* 5500-UNIFICAR-RESPONSAVEIS - guarda os nomes e a ultima
011664* sequencia da sobrevivente e as sequencias da retirada, e
011665* passa cada responsavel da retirada para a sobrevivente;
011666* arquivo ainda nao criado nao tem o que passar
011667*-----------------------------------------------------------
011668 5500-UNIFICAR-RESPONSAVEIS.
011669     OPEN I-O RESPONSAVEIS WITH LOCK
011670     IF FS-RESPONSAVEIS-INEXISTENTE
011671         GO TO 5500-EXIT
011672     END-IF
011673     IF NOT FS-RESPONSAVEIS-OK
011674         MOVE "arquivo de responsaveis em uso por outra sessao;"
011675             TO LAV-TEXTO
011676         MOVE LINHA-AVISO TO LINHA-SAIDA
011677         WRITE LINHA-SAIDA
011678         MOVE "responsaveis nao unificados." TO LAV-TEXTO
011679         MOVE LINHA-AVISO TO LINHA-SAIDA
011680         WRITE LINHA-SAIDA
011681         GO TO 5500-EXIT
011682     END-IF
011683     MOVE ZERO TO TRP-QTD
011684     MOVE ZERO TO TRP-ULTIMA-SEQUENCIA
011685     MOVE "N" TO SW-FIM-ARQUIVO
011686     MOVE SOB-MATRICULA TO RSP-MATRICULA
011687     MOVE ZERO TO RSP-SEQUENCIA
011688     START RESPONSAVEIS KEY IS NOT LESS THAN RSP-CHAVE
011689         INVALID KEY
011690             SET FIM-ARQUIVO TO TRUE
011691     END-START
011692     PERFORM 5510-CARREGAR-RESPONSAVEL THRU 5510-EXIT
011693         UNTIL FIM-ARQUIVO
011694     MOVE ZERO TO TRR-QTD
011695     MOVE "N" TO SW-FIM-ARQUIVO
011696     MOVE RTD-MATRICULA TO RSP-MATRICULA
011697     MOVE ZERO TO RSP-SEQUENCIA
011698     START RESPONSAVEIS KEY IS NOT LESS THAN RSP-CHAVE
011699         INVALID KEY
011700             SET FIM-ARQUIVO TO TRUE
011701     END-START
011702     PERFORM 5520-SELECIONAR-RESPONSAVEL THRU 5520-EXIT
011703         UNTIL FIM-ARQUIVO
011704     PERFORM VARYING TRR-IDX FROM 1 BY 1 UNTIL TRR-IDX > TRR-QTD
011705         PERFORM 5530-MOVER-RESPONSAVEL THRU 5530-EXIT
011706     END-PERFORM
011707     CLOSE RESPONSAVEIS.
011708 5500-EXIT.
011709     EXIT.
011710
011711*-----------------------------------------------------------
011712* 5510-CARREGAR-RESPONSAVEL - guarda o nome e a sequencia de
011713* cada responsavel da sobrevivente
011714*-----------------------------------------------------------
011715 5510-CARREGAR-RESPONSAVEL.
011716     READ RESPONSAVEIS NEXT RECORD
011717         AT END
011718             SET FIM-ARQUIVO TO TRUE
011719             GO TO 5510-EXIT
011720     END-READ
011721     IF RSP-MATRICULA NOT = SOB-MATRICULA
011722         SET FIM-ARQUIVO TO TRUE
011723         GO TO 5510-EXIT
011724     END-IF
011725     ADD 1 TO TRP-QTD
011726     MOVE RSP-NOME TO TRP-NOME(TRP-QTD)
011727     MOVE RSP-SEQUENCIA TO TRP-ULTIMA-SEQUENCIA.
011728 5510-EXIT.
011729     EXIT.
011730
011731*-----------------------------------------------------------
011732* 5520-SELECIONAR-RESPONSAVEL - guarda a sequencia de cada
011733* responsavel da retirada
011734*-----------------------------------------------------------
011735 5520-SELECIONAR-RESPONSAVEL.
011736     READ RESPONSAVEIS NEXT RECORD
011737         AT END
011738             SET FIM-ARQUIVO TO TRUE
011739             GO TO 5520-EXIT
011740     END-READ
011741     IF RSP-MATRICULA NOT = RTD-MATRICULA
011742         SET FIM-ARQUIVO TO TRUE
011743         GO TO 5520-EXIT
011744     END-IF
011745     ADD 1 TO TRR-QTD
011746     MOVE RSP-SEQUENCIA TO TRR-SEQUENCIA(TRR-QTD).
011747 5520-EXIT.
011748     EXIT.
011749
011750*-----------------------------------------------------------
011751* 5530-MOVER-RESPONSAVEL - grava o responsavel na sequencia
011752* seguinte da sobrevivente e exclui o da retirada; o mesmo
011753* nome ja cadastrado na sobrevivente, ou a sobrevivente com
011754* as 9 sequencias ocupadas, e colisao e o da retirada fica
011755*-----------------------------------------------------------
011756 5530-MOVER-RESPONSAVEL.
011757     MOVE RTD-MATRICULA TO RSP-MATRICULA
011758     MOVE TRR-SEQUENCIA(TRR-IDX) TO RSP-SEQUENCIA
011759     READ RESPONSAVEIS
011760         INVALID KEY
011761             GO TO 5530-EXIT
011762     END-READ
011763     MOVE "RESPONSAV." TO LD-ARQUIVO
011764     MOVE ZERO TO LD-ANO-LETIVO
011765     MOVE SPACES TO LD-BIMESTRE
011766     MOVE SPACES TO LD-TURMA
011767     MOVE RSP-NOME TO LD-MATERIA
011768     MOVE RTD-MATRICULA TO LD-MATRICULA-ANTES
011769     MOVE RTD-NOME-ALUNO TO LD-NOME-ANTES
011770     MOVE SOB-MATRICULA TO LD-MATRICULA-DEPOIS
011771     MOVE SOB-NOME-ALUNO TO LD-NOME-DEPOIS
011772     MOVE "N" TO SW-COLISAO
011773     IF TRP-ULTIMA-SEQUENCIA = 9
011774         SET COLISAO TO TRUE
011775     END-IF
011776     PERFORM VARYING TRP-IDX FROM 1 BY 1 UNTIL TRP-IDX > TRP-QTD
011778         PERFORM 5540-COMPARAR-NOME THRU 5540-EXIT
011780     END-PERFORM
011781     IF COLISAO
011782         MOVE "COLISAO-MANTIDO" TO LD-SITUACAO
011783         ADD 1 TO CONT-RESP-COLISOES
011784         PERFORM 8000-IMPRIMIR-DETALHE THRU 8000-EXIT
011785         GO TO 5530-EXIT
011786     END-IF
011787     MOVE RSP-CHAVE TO CHAVE-RESP-ANTERIOR
011788     MOVE SOB-MATRICULA TO RSP-MATRICULA
011789     ADD 1 TO TRP-ULTIMA-SEQUENCIA GIVING RSP-SEQUENCIA
011790     WRITE RSP-REGISTRO
011791         INVALID KEY
011792             MOVE "COLISAO-MANTIDO" TO LD-SITUACAO
011793             ADD 1 TO CONT-RESP-COLISOES
011794             PERFORM 8000-IMPRIMIR-DETALHE THRU 8000-EXIT
011795             GO TO 5530-EXIT
011796     END-WRITE
011797     MOVE RSP-SEQUENCIA TO TRP-ULTIMA-SEQUENCIA
011798     MOVE CHAVE-RESP-ANTERIOR TO RSP-CHAVE
011799     DELETE RESPONSAVEIS RECORD
011800         INVALID KEY
011801             MOVE "COPIADO-NAO-EXCLUIDO" TO LD-SITUACAO
011802             ADD 1 TO CONT-RESP-COLISOES
011803             PERFORM 8000-IMPRIMIR-DETALHE THRU 8000-EXIT
011804             GO TO 5530-EXIT
011805     END-DELETE
011806     MOVE "MOVIDO" TO LD-SITUACAO
011807     ADD 1 TO CONT-RESP-MOVIDOS
011808     PERFORM 8000-IMPRIMIR-DETALHE THRU 8000-EXIT.
011809 5530-EXIT.
011810     EXIT.
011811
011812*-----------------------------------------------------------
011813* 5540-COMPARAR-NOME - o responsavel ja esta na sobrevivente
011814*-----------------------------------------------------------
011815 5540-COMPARAR-NOME.
011816     IF TRP-NOME(TRP-IDX) = RSP-NOME
011817         SET COLISAO TO TRUE
011818     END-IF.
011819 5540-EXIT.
011820     EXIT.
011821
011822*-----------------------------------------------------------
011823* 6000-INATIVAR-RETIRADA - a retirada fica inativa apontando
011824* a sobrevivente; o relatorio traz o cadastro depois
011825*-----------------------------------------------------------
011826 6000-INATIVAR-RETIRADA.
011827     MOVE RTD-MATRICULA TO MAT-MATRICULA
011828     READ CADASTRO-ALUNOS
011829         INVALID KEY
011830             GO TO 6000-EXIT
011831     END-READ
011832     SET MAT-INATIVO TO TRUE
011833     MOVE SOB-MATRICULA TO MAT-UNIFICADA-EM
011834     REWRITE MAT-REGISTRO
011835         INVALID KEY
011836             MOVE "cadastro da retirada NAO inativado; inative-a"
011837                 TO LAV-TEXTO
011838             MOVE LINHA-AVISO TO LINHA-SAIDA
011839             WRITE LINHA-SAIDA
011840             MOVE "pelo cadastro de alunos." TO LAV-TEXTO
011841             MOVE LINHA-AVISO TO LINHA-SAIDA
011842             WRITE LINHA-SAIDA
011843             DISPLAY "Cadastro da matricula retirada nao "
011844                 "inativado. Status: " FS-CADASTRO
011845             GO TO 6000-EXIT
011846     END-REWRITE
011847     MOVE SPACES TO LINHA-SAIDA
011848     WRITE LINHA-SAIDA
011849     MOVE "SOBREVIVENTE (DEPOIS) " TO LC-TEXTO
011850     MOVE SOB-MATRICULA TO LC-MATRICULA
011851     MOVE SOB-NOME-ALUNO TO LC-NOME-ALUNO
011860     MOVE SOB-TURMA TO LC-TURMA
011870     MOVE SOB-STATUS TO LC-STATUS
011880     MOVE SPACES TO LC-TEXTO-UNIFICADA
011890     MOVE ZERO TO LC-UNIFICADA-EM
011900     MOVE LINHA-CADASTRO TO LINHA-SAIDA
011910     WRITE LINHA-SAIDA
011920     MOVE "RETIRADA (DEPOIS)     " TO LC-TEXTO
011930     MOVE MAT-MATRICULA TO LC-MATRICULA
011940     MOVE MAT-NOME-ALUNO TO LC-NOME-ALUNO
011950     MOVE MAT-TURMA TO LC-TURMA
011960     MOVE MAT-STATUS TO LC-STATUS
011970     MOVE "  unificada em " TO LC-TEXTO-UNIFICADA
011980     MOVE MAT-UNIFICADA-EM TO LC-UNIFICADA-EM
011990     MOVE LINHA-CADASTRO TO LINHA-SAIDA
012000     WRITE LINHA-SAIDA.
012010 6000-EXIT.
012020     EXIT.
012030
012040*-----------------------------------------------------------
012050* 7000-GRAVAR-LOG-UNIFICACAO - grava a unificacao na trilha
012060* de auditoria (origem U, bimestre zero): a retirada no
012070* aluno, a sobrevivente no campo da materia e o motivo
012080*-----------------------------------------------------------
012090 7000-GRAVAR-LOG-UNIFICACAO.
012100     ACCEPT HORA-AGORA FROM TIME
012110     INITIALIZE LOG-REGISTRO
012120     MOVE OPERADOR TO LOG-OPERADOR
012130     MOVE DATA-HOJE TO LOG-DATA
012140     MOVE HORA-AGORA TO LOG-HORA
012150     MOVE RTD-TURMA TO LOG-TURMA
012160     MOVE RTD-MATRICULA TO LOG-MATRICULA
012170     MOVE RTD-NOME-ALUNO TO LOG-NOME-ALUNO
012180     MOVE SOB-MATRICULA TO TSB-MATRICULA
012190     MOVE TEXTO-SOBREVIVENTE TO LOG-MATERIA
012200     SET LOG-ORIGEM-UNIFICACAO TO TRUE
012210     MOVE MOTIVO TO LOG-JUSTIFICATIVA
012220     WRITE LOG-REGISTRO.
012230 7000-EXIT.
012240     EXIT.
012250
012260*-----------------------------------------------------------
012270* 8000-IMPRIMIR-DETALHE - escreve a linha antes/depois de um
012280* registro no relatorio
012290*-----------------------------------------------------------
012300 8000-IMPRIMIR-DETALHE.
012310     MOVE LINHA-DETALHE TO LINHA-SAIDA
012320     WRITE LINHA-SAIDA.
012330 8000-EXIT.
012340     EXIT.
012350
012360*-----------------------------------------------------------
012370* 8100-IMPRIMIR-TOTAIS - totais por arquivo no relatorio
012380*-----------------------------------------------------------
012390 8100-IMPRIMIR-TOTAIS.
012400     MOVE SPACES TO LINHA-SAIDA
012410     WRITE LINHA-SAIDA
012420     MOVE "Mestre - registros movidos:           " TO LTOT-TEXTO
012430     MOVE CONT-MESTRE-MOVIDOS TO LTOT-VALOR
012440     MOVE LINHA-TOTAL TO LINHA-SAIDA
012450     WRITE LINHA-SAIDA
012460     MOVE "Mestre - colisoes (mantidos):         " TO LTOT-TEXTO
012470     MOVE CONT-MESTRE-COLISOES TO LTOT-VALOR
012480     MOVE LINHA-TOTAL TO LINHA-SAIDA
012490     WRITE LINHA-SAIDA
012500     MOVE "Mestre - mantidos (transm./retific.): " TO LTOT-TEXTO
012510     MOVE CONT-MESTRE-MANTIDOS TO LTOT-VALOR
012520     MOVE LINHA-TOTAL TO LINHA-SAIDA
012530     WRITE LINHA-SAIDA
012540     MOVE "Frequencia - registros movidos:       " TO LTOT-TEXTO
012550     MOVE CONT-FREQ-MOVIDOS TO LTOT-VALOR
012560     MOVE LINHA-TOTAL TO LINHA-SAIDA
012570     WRITE LINHA-SAIDA
012580     MOVE "Frequencia - colisoes (mantidos):     " TO LTOT-TEXTO
012590     MOVE CONT-FREQ-COLISOES TO LTOT-VALOR
012600     MOVE LINHA-TOTAL TO LINHA-SAIDA
012610     WRITE LINHA-SAIDA
012620     MOVE "Historico - registros movidos:        " TO LTOT-TEXTO
012630     MOVE CONT-HIST-MOVIDOS TO LTOT-VALOR
012640     MOVE LINHA-TOTAL TO LINHA-SAIDA
012650     WRITE LINHA-SAIDA
012660     MOVE "Historico - colisoes (mantidos):      " TO LTOT-TEXTO
012670     MOVE CONT-HIST-COLISOES TO LTOT-VALOR
012680     MOVE LINHA-TOTAL TO LINHA-SAIDA
012690     WRITE LINHA-SAIDA
012700     MOVE "Resultado anual - registros movidos:  " TO LTOT-TEXTO
012710     MOVE CONT-RES-MOVIDOS TO LTOT-VALOR
012720     MOVE LINHA-TOTAL TO LINHA-SAIDA
012730     WRITE LINHA-SAIDA
012740     MOVE "Resultado anual - colisoes (mantidos):" TO LTOT-TEXTO
012750     MOVE CONT-RES-COLISOES TO LTOT-VALOR
012760     MOVE LINHA-TOTAL TO LINHA-SAIDA
012761     WRITE LINHA-SAIDA
012762     MOVE "Responsaveis - movidos:               " TO LTOT-TEXTO
012763     MOVE CONT-RESP-MOVIDOS TO LTOT-VALOR
012764     MOVE LINHA-TOTAL TO LINHA-SAIDA
012765     WRITE LINHA-SAIDA
012766     MOVE "Responsaveis - colisoes (mantidos):   " TO LTOT-TEXTO
012767     MOVE CONT-RESP-COLISOES TO LTOT-VALOR
012768     MOVE LINHA-TOTAL TO LINHA-SAIDA
012770     WRITE LINHA-SAIDA.
012780 8100-EXIT.
012790     EXIT.
012800
012810*-----------------------------------------------------------
012820* 9000-FINALIZAR - totais, fechamento dos arquivos e resumo
012830*-----------------------------------------------------------
012840 9000-FINALIZAR.
012850     IF NOT ARQUIVO-ABERTO
012860         GO TO 9000-EXIT
012870     END-IF
012880     PERFORM 8100-IMPRIMIR-TOTAIS THRU 8100-EXIT
012890     CLOSE CADASTRO-ALUNOS
012900     CLOSE ALUNOS-MASTER
012910     CLOSE FREQUENCIA-ALUNOS
012920     IF RETIFICACOES-ABERTO
012930         CLOSE RETIFICACOES
012940     END-IF
012950     CLOSE ALUNOS-AUDITLOG
012960     CLOSE RELATORIO-UNIFICACAO
012970     DISPLAY "Matricula " RTD-MATRICULA " unificada na "
012980         "matricula " SOB-MATRICULA "."
012990     DISPLAY "Movidos - mestre: " CONT-MESTRE-MOVIDOS
013000         "  frequencia: " CONT-FREQ-MOVIDOS
013010         "  historico: " CONT-HIST-MOVIDOS
013020         "  resultado anual: " CONT-RES-MOVIDOS
013030     DISPLAY "Colisoes - mestre: " CONT-MESTRE-COLISOES
013040         "  frequencia: " CONT-FREQ-COLISOES
013050         "  historico: " CONT-HIST-COLISOES
013060         "  resultado anual: " CONT-RES-COLISOES
013064     DISPLAY "Responsaveis - movidos: " CONT-RESP-MOVIDOS
013068         "  colisoes (mantidos): " CONT-RESP-COLISOES
013070     DISPLAY "Mantidos no mestre (transmissao/retificacao): "
013080         CONT-MESTRE-MANTIDOS
013090     DISPLAY "Antes e depois no relatorio RELUNIF.".
013100 9000-EXIT.
013110     EXIT.
