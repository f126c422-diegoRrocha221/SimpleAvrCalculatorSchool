000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Relatorio dos dados de um aluno para atender pedido
000140* do titular (LGPD): dada a matricula, lista no relatorio
000150* RELTITUL todo registro mantido sobre o aluno - cadastro,
000160* responsaveis, mestre ALUNOS-MASTER, frequencia, historico
000170* acumulado, resultado anual, trilha de auditoria corrente e
000180* arquivada, avisos enviados as familias, transferencias,
000190* pedidos de retificacao e folhas de digitacao -, uma secao por
000200* arquivo com a quantidade de registros. Arquivo indisponivel
000210* sai como aviso. Registros ja anonimizados pela retencao
000220* (RetencaoDados) nao tem mais a matricula e nao aparecem. So
000230* le; secretaria e direcao (ControleAcesso).
000240* Tectonics: cobc
000250*-----------------------------------------------------------------
000260* Mod history:
000270*   2026-10-15 DRR  Criado (relatorio de dados do titular LGPD).
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. RelatorioTitular.
000310 AUTHOR. Diego R. Rocha.
000320 INSTALLATION. Secretaria Escolar.
000330 DATE-WRITTEN. 15/10/2026.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CADASTRO-ALUNOS ASSIGN TO "ALUNOSCD"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS MAT-MATRICULA
000430         FILE STATUS IS FS-CADASTRO.
000440
000450     SELECT RESPONSAVEIS ASSIGN TO "RESPONS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS RSP-CHAVE
000490         FILE STATUS IS FS-RESPONSAVEIS.
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
000650     SELECT HISTORICO-ALUNOS ASSIGN TO "HISTALUN"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-HISTORICO.
000680
000690     SELECT RESULTADO-ANUAL ASSIGN TO "RESANUAL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-RESULTADO.
000720
000730     SELECT ALUNOS-AUDITLOG ASSIGN TO "ALUNOSLG"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FS-AUDITLOG.
000760
000770     SELECT ALUNOS-ARQUIVADO ASSIGN TO "ALUNOSLA"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS LGA-CHAVE
000810         ALTERNATE RECORD KEY IS LGA-MATRICULA
000820             WITH DUPLICATES
000830         ALTERNATE RECORD KEY IS LGA-OPERADOR
000840             WITH DUPLICATES
000850         FILE STATUS IS FS-ARQUIVADO.
000860
000870     SELECT NOTIF-ENVIADAS ASSIGN TO "NOTIFENV"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS NTH-CHAVE
000910         FILE STATUS IS FS-ENVIADAS.
000920
000930     SELECT TRANSFERENCIAS ASSIGN TO "TRANSFER"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS TRF-CHAVE
000970         FILE STATUS IS FS-TRANSFERENCIAS.
000980
000990     SELECT RETIFICACOES ASSIGN TO "RETIFICA"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS RTF-CHAVE
001030         FILE STATUS IS FS-RETIFICACOES.
001040
001050     SELECT FOLHAS ASSIGN TO "FOLHAS"
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS FLH-CHAVE
001090         FILE STATUS IS FS-FOLHAS.
001100
001110     SELECT RELATORIO-TITULAR ASSIGN TO "RELTITUL"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS FS-RELATORIO.
001140
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  CADASTRO-ALUNOS.
001180 COPY MATRREG.
001190
001200 FD  RESPONSAVEIS.
001210 COPY RESPREG.
001220
001230 FD  ALUNOS-MASTER.
001240 COPY ALUNOREG.
001250
001260 FD  FREQUENCIA-ALUNOS.
001270 COPY FALTREG.
001280
001290 FD  HISTORICO-ALUNOS.
001300 COPY HISTREG.
001310
001320 FD  RESULTADO-ANUAL.
001330 COPY RESREG.
001340
001350 FD  ALUNOS-AUDITLOG.
001360 COPY LOGREG.
001370
001380 FD  ALUNOS-ARQUIVADO.
001390 COPY LOGARQ.
001400
001410 FD  NOTIF-ENVIADAS.
001420 COPY NOTHREG.
001430
001440 FD  TRANSFERENCIAS.
001450 COPY TRANSREG.
001460
001470 FD  RETIFICACOES.
001480 COPY RETIFREG.
001490
001500 FD  FOLHAS.
001510 COPY FOLHAREG.
001520
001530 FD  RELATORIO-TITULAR.
001540 01  LINHA-SAIDA                  PIC X(132).
001550
001560 WORKING-STORAGE SECTION.
001570 01  MATRICULA-PEDIDA             PIC 9(06).
001580 01  DATA-HOJE                    PIC 9(08).
001590 01  IND-NOTA                     PIC 9(01) COMP.
001600 01  ARQUIVO-SECAO                PIC X(10).
001610 01  FS-SECAO                     PIC X(02).
001620
001630* Cabecalho da folha de digitacao em leitura
001640 01  FOLHA-NUMERO                 PIC 9(06).
001650 01  FOLHA-ANO-LETIVO             PIC 9(04).
001660 01  FOLHA-BIMESTRE               PIC 9(01).
001670 01  FOLHA-TURMA                  PIC X(06).
001680 01  FOLHA-MATERIA                PIC X(20).
001690 01  FOLHA-SITUACAO               PIC X(01).
001700
001710 01  OPERADOR                     PIC X(10).
001720 01  MODO-ACESSO                  PIC X(01) VALUE "S".
001730 01  FUNCAO-ACESSO                PIC X(12) VALUE "TITULAR".
001740 01  PERFIL-OPERADOR              PIC X(01).
001750 01  PROFESSOR-OPERADOR           PIC 9(04).
001760 01  SITUACAO-ACESSO              PIC X(01).
001770
001780 01  CONT-SECAO                   PIC 9(05) COMP.
001790 01  CONT-REGISTROS               PIC 9(05) COMP.
001800 01  CONT-INDISPONIVEIS           PIC 9(05) COMP.
001810
001820 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
001830     88  ARQUIVO-ABERTO                   VALUE "S".
001840 01  SW-FIM-ARQUIVO               PIC X(01).
001850     88  FIM-ARQUIVO                      VALUE "S".
001860
001870 01  FS-CADASTRO                  PIC X(02).
001880     88  FS-CADASTRO-OK                   VALUE "00".
001890     88  FS-CADASTRO-INEXISTENTE          VALUE "35".
001900 01  FS-RESPONSAVEIS              PIC X(02).
001910     88  FS-RESPONSAVEIS-OK               VALUE "00".
001920     88  FS-RESPONSAVEIS-INEXISTENTE      VALUE "35".
001930 01  FS-MASTER                    PIC X(02).
001940     88  FS-MASTER-OK                     VALUE "00".
001950     88  FS-MASTER-INEXISTENTE            VALUE "35".
001960 01  FS-FREQUENCIA                PIC X(02).
001970     88  FS-FREQUENCIA-OK                 VALUE "00".
001980     88  FS-FREQUENCIA-INEXISTENTE        VALUE "35".
001990 01  FS-HISTORICO                 PIC X(02).
002000     88  FS-HISTORICO-OK                  VALUE "00".
002010     88  FS-HISTORICO-INEXISTENTE         VALUE "35".
002020 01  FS-RESULTADO                 PIC X(02).
002030     88  FS-RESULTADO-OK                  VALUE "00".
002040     88  FS-RESULTADO-INEXISTENTE         VALUE "35".
002050 01  FS-AUDITLOG                  PIC X(02).
002060     88  FS-AUDITLOG-OK                   VALUE "00".
002070     88  FS-AUDITLOG-INEXISTENTE          VALUE "35".
002080 01  FS-ARQUIVADO                 PIC X(02).
002090     88  FS-ARQUIVADO-OK                  VALUE "00".
002100     88  FS-ARQUIVADO-INEXISTENTE         VALUE "35".
002110 01  FS-ENVIADAS                  PIC X(02).
002120     88  FS-ENVIADAS-OK                   VALUE "00".
002130     88  FS-ENVIADAS-INEXISTENTE          VALUE "35".
002140 01  FS-TRANSFERENCIAS            PIC X(02).
002150     88  FS-TRANSFERENCIAS-OK             VALUE "00".
002160     88  FS-TRANSFERENCIAS-INEXISTENTE    VALUE "35".
002170 01  FS-RETIFICACOES              PIC X(02).
002180     88  FS-RETIFICACOES-OK               VALUE "00".
002190     88  FS-RETIFICACOES-INEXISTENTE      VALUE "35".
002200 01  FS-FOLHAS                    PIC X(02).
002210     88  FS-FOLHAS-OK                     VALUE "00".
002220     88  FS-FOLHAS-INEXISTENTE            VALUE "35".
002230 01  FS-RELATORIO                 PIC X(02).
002240     88  FS-RELATORIO-OK                  VALUE "00".
002250
002260 01  LINHA-TITULO.
002270     05  FILLER                   PIC X(33) VALUE
002280         "Dados pessoais do aluno (LGPD) - ".
002290     05  FILLER                   PIC X(10) VALUE "matricula ".
002300     05  LT-MATRICULA             PIC 9(06).
002310     05  FILLER                   PIC X(03) VALUE " - ".
002320     05  LT-DATA                  PIC 9(08).
002330     05  FILLER                   PIC X(12) VALUE
002340         " - operador ".
002350     05  LT-OPERADOR              PIC X(10).
002360
002370 01  LINHA-SECAO.
002380     05  FILLER                   PIC X(04) VALUE "--- ".
002390     05  LS-TITULO                PIC X(50).
002400
002410 01  LINHA-COLUNAS.
002420     05  FILLER                   PIC X(11) VALUE "Arquivo".
002430     05  FILLER                   PIC X(05) VALUE "Ano".
002440     05  FILLER                   PIC X(02) VALUE "B".
002450     05  FILLER                   PIC X(07) VALUE "Turma".
002460     05  FILLER                   PIC X(21) VALUE "Materia".
002470     05  FILLER                   PIC X(31) VALUE "Nome".
002480     05  FILLER                   PIC X(05) VALUE "Dados".
002490
002500 01  LINHA-DETALHE.
002510     05  LD-ARQUIVO               PIC X(10).
002520     05  FILLER                   PIC X(01) VALUE SPACES.
002530     05  LD-ANO-LETIVO            PIC X(04).
002540     05  FILLER                   PIC X(01) VALUE SPACES.
002550     05  LD-BIMESTRE              PIC X(01).
002560     05  FILLER                   PIC X(01) VALUE SPACES.
002570     05  LD-TURMA                 PIC X(06).
002580     05  FILLER                   PIC X(01) VALUE SPACES.
002590     05  LD-MATERIA               PIC X(20).
002600     05  FILLER                   PIC X(01) VALUE SPACES.
002610     05  LD-NOME                  PIC X(30).
002620     05  FILLER                   PIC X(01) VALUE SPACES.
002630     05  LD-DADOS                 PIC X(54).
002640
002650 01  LINHA-COMPLEMENTO.
002660     05  FILLER                   PIC X(46) VALUE SPACES.
002670     05  LCP-ROTULO               PIC X(14).
002680     05  LCP-TEXTO                PIC X(60).
002690
002700* Conteudo da coluna Dados, conforme o arquivo
002710 01  DADOS-CADASTRO.
002720     05  FILLER                   PIC X(09) VALUE "Situacao ".
002730     05  DCA-STATUS               PIC X(01).
002740     05  FILLER                   PIC X(15) VALUE
002750         "  Unificada em ".
002760     05  DCA-UNIFICADA-EM         PIC Z(06).
002770
002780 01  DADOS-RESPONSAVEL.
002790     05  FILLER                   PIC X(04) VALUE "Seq ".
002800     05  DRS-SEQUENCIA            PIC 9(01).
002810     05  FILLER                   PIC X(01) VALUE SPACES.
002820     05  DRS-PARENTESCO           PIC X(15).
002830     05  FILLER                   PIC X(01) VALUE SPACES.
002840     05  DRS-TELEFONE             PIC X(15).
002850     05  FILLER                   PIC X(07) VALUE " Canal ".
002860     05  DRS-CANAL                PIC X(01).
002870     05  FILLER                   PIC X(06) VALUE " Sit. ".
002880     05  DRS-SITUACAO             PIC X(01).
002890
002900 01  DADOS-NOTAS.
002910     05  DN-ROTULO                PIC X(06).
002920     05  DN-NOTA-ITEM             OCCURS 4 TIMES.
002930         10  DN-NOTA              PIC Z9.99.
002940         10  FILLER               PIC X(01) VALUE SPACES.
002950     05  FILLER                   PIC X(06) VALUE "Media ".
002960     05  DN-MEDIA                 PIC Z9.99.
002970     05  FILLER                   PIC X(01) VALUE SPACES.
002980     05  DN-RESULTADO             PIC X(12).
002990
003000 01  DADOS-FREQUENCIA.
003010     05  FILLER                   PIC X(12) VALUE "Aulas dadas ".
003020     05  DFR-AULAS-DADAS          PIC ZZ9.
003030     05  FILLER                   PIC X(08) VALUE "  Faltas".
003040     05  FILLER                   PIC X(01) VALUE SPACES.
003050     05  DFR-FALTAS               PIC ZZ9.
003060
003070 01  DADOS-AUDITORIA.
003080     05  FILLER                   PIC X(07) VALUE "Origem ".
003090     05  DAU-ORIGEM               PIC X(01).
003100     05  FILLER                   PIC X(01) VALUE SPACES.
003110     05  DAU-DATA                 PIC 9(08).
003120     05  FILLER                   PIC X(01) VALUE SPACES.
003130     05  DAU-HORA                 PIC 9(08).
003140     05  FILLER                   PIC X(01) VALUE SPACES.
003150     05  DAU-OPERADOR             PIC X(10).
003160     05  FILLER                   PIC X(01) VALUE SPACES.
003170     05  DAU-RESULTADO            PIC X(10).
003180
003190 01  DADOS-AVISO.
003200     05  FILLER                   PIC X(05) VALUE "Tipo ".
003210     05  DAV-TIPO                 PIC X(01).
003220     05  FILLER                   PIC X(12) VALUE " enviado em ".
003230     05  DAV-DATA-ENVIO           PIC 9(08).
003240     05  FILLER                   PIC X(03) VALUE " a ".
003250     05  DAV-QTD-RESPONSAVEIS     PIC Z9.
003260     05  FILLER                   PIC X(13) VALUE
003270         " responsaveis".
003280
003290 01  DADOS-TRANSFERENCIA.
003300     05  DTR-DIRECAO              PIC X(07).
003310     05  FILLER                   PIC X(01) VALUE SPACES.
003320     05  DTR-DATA                 PIC 9(08).
003330     05  FILLER                   PIC X(01) VALUE SPACES.
003340     05  DTR-ESCOLA               PIC X(37).
003350
003360 01  DADOS-RETIFICACAO.
003370     05  FILLER                   PIC X(07) VALUE "Pedido ".
003380     05  DRT-SEQUENCIA            PIC 9(03).
003390     05  FILLER                   PIC X(10) VALUE " situacao ".
003400     05  DRT-SITUACAO             PIC X(01).
003410     05  FILLER                   PIC X(07) VALUE " media ".
003420     05  DRT-MEDIA-ANT            PIC Z9.99.
003430     05  FILLER                   PIC X(06) VALUE " para ".
003440     05  DRT-MEDIA-NOVA           PIC Z9.99.
003450
003460 01  DADOS-FOLHA.
003470     05  FILLER                   PIC X(06) VALUE "Folha ".
003480     05  DFL-NUMERO               PIC 9(06).
003490     05  FILLER                   PIC X(07) VALUE " linha ".
003500     05  DFL-LINHA                PIC 9(03).
003510     05  FILLER                   PIC X(10) VALUE " situacao ".
003520     05  DFL-SITUACAO             PIC X(01).
003530
003540 01  AVISO-INDISPONIVEL.
003550     05  FILLER                   PIC X(08) VALUE "arquivo ".
003560     05  AVI-ARQUIVO              PIC X(10).
003570     05  FILLER                   PIC X(22) VALUE
003580         " indisponivel (status ".
003590     05  AVI-STATUS               PIC X(02).
003600     05  FILLER                   PIC X(26) VALUE
003610         "); registros nao listados.".
003620
003630 01  AVISO-UNIFICACAO.
003640     05  AVU-TEXTO                PIC X(32).
003650     05  AVU-MATRICULA            PIC 9(06).
003660     05  AVU-COMPLEMENTO          PIC X(40).
003670
003680 01  LINHA-AVISO.
003690     05  FILLER                   PIC X(07) VALUE "AVISO: ".
003700     05  LAV-TEXTO                PIC X(80).
003710
003720 01  LINHA-TOTAL.
003730     05  LTOT-TEXTO               PIC X(38).
003740     05  LTOT-VALOR               PIC ZZZZ9.
003750
003760 PROCEDURE DIVISION.
003770*-----------------------------------------------------------
003780* 0000-MAINLINE
003790*-----------------------------------------------------------
003800 0000-MAINLINE.
003810     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003820     IF ARQUIVO-ABERTO
003830         PERFORM 2000-LISTAR-CADASTRO THRU 2000-EXIT
003840         PERFORM 2200-LISTAR-RESPONSAVEIS THRU 2200-EXIT
003850         PERFORM 3000-LISTAR-MASTER THRU 3000-EXIT
003860         PERFORM 3100-LISTAR-FREQUENCIA THRU 3100-EXIT
003870         PERFORM 3200-LISTAR-HISTORICO THRU 3200-EXIT
003880         PERFORM 3300-LISTAR-RESULTADO THRU 3300-EXIT
003890         PERFORM 4000-LISTAR-AUDITLOG THRU 4000-EXIT
003900         PERFORM 4100-LISTAR-ARQUIVADO THRU 4100-EXIT
003910         PERFORM 5000-LISTAR-ENVIADAS THRU 5000-EXIT
003920         PERFORM 5100-LISTAR-TRANSFERENCIAS THRU 5100-EXIT
003930         PERFORM 5200-LISTAR-RETIFICACOES THRU 5200-EXIT
003940         PERFORM 5300-LISTAR-FOLHAS THRU 5300-EXIT
003950     END-IF
003960     PERFORM 9000-FINALIZAR THRU 9000-EXIT
003970     STOP RUN.
003980
003990*-----------------------------------------------------------
004000* 1000-INICIALIZAR - identifica o operador, le a matricula e
004010* abre o relatorio
004020*-----------------------------------------------------------
004030 1000-INICIALIZAR.
004040     MOVE ZERO TO CONT-REGISTROS CONT-INDISPONIVEIS
004050     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
004060         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
004070         SITUACAO-ACESSO
004080     IF SITUACAO-ACESSO NOT = "A"
004090         GO TO 1000-EXIT
004100     END-IF
004110     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
004120     PERFORM 1100-OBTER-MATRICULA THRU 1100-EXIT
004130     OPEN OUTPUT RELATORIO-TITULAR
004140     IF NOT FS-RELATORIO-OK
004150         DISPLAY "Relatorio RELTITUL indisponivel. Status: "
004160             FS-RELATORIO
004170         GO TO 1000-EXIT
004180     END-IF
004190     SET ARQUIVO-ABERTO TO TRUE
004200     MOVE MATRICULA-PEDIDA TO LT-MATRICULA
004210     MOVE DATA-HOJE TO LT-DATA
004220     MOVE OPERADOR TO LT-OPERADOR
004230     MOVE LINHA-TITULO TO LINHA-SAIDA
004240     WRITE LINHA-SAIDA
004250     MOVE SPACES TO LINHA-SAIDA
004260     WRITE LINHA-SAIDA
004270     MOVE LINHA-COLUNAS TO LINHA-SAIDA
004280     WRITE LINHA-SAIDA.
004290 1000-EXIT.
004300     EXIT.
004310
004320*-----------------------------------------------------------
004330* 1100-OBTER-MATRICULA - le e valida a matricula do titular
004340*-----------------------------------------------------------
004350 1100-OBTER-MATRICULA.
004360     DISPLAY "Matricula do aluno: "
004370     ACCEPT MATRICULA-PEDIDA
004380     IF MATRICULA-PEDIDA = ZERO THEN
004390         DISPLAY "Matricula invalida! Por favor entre com uma "
004400             "matricula valida"
004410         GO TO 1100-OBTER-MATRICULA
004420     END-IF.
004430 1100-EXIT.
004440     EXIT.
004450
004460*-----------------------------------------------------------
004470* 2000-LISTAR-CADASTRO - registro do cadastro e avisos de
004480* unificacao: matricula unificada em outra (os dados atuais
004490* estao na sobrevivente) ou outras unificadas nesta (a trilha
004500* e as transferencias guardam a matricula antiga)
004510*-----------------------------------------------------------
004520 2000-LISTAR-CADASTRO.
004530     MOVE "Cadastro de alunos (ALUNOSCD)" TO LS-TITULO
004540     PERFORM 7000-IMPRIMIR-SECAO THRU 7000-EXIT
004550     OPEN INPUT CADASTRO-ALUNOS
004560     IF FS-CADASTRO-INEXISTENTE
004570         GO TO 2000-TOTAL
004580     END-IF
004590     IF NOT FS-CADASTRO-OK
004600         MOVE "ALUNOSCD" TO ARQUIVO-SECAO
004610         MOVE FS-CADASTRO TO FS-SECAO
004620         PERFORM 8200-AVISAR-INDISPONIVEL THRU 8200-EXIT
004630         GO TO 2000-EXIT
004640     END-IF
004650     MOVE MATRICULA-PEDIDA TO MAT-MATRICULA
004660     READ CADASTRO-ALUNOS
004670         INVALID KEY
004680             MOVE ZERO TO MAT-MATRICULA
004690     END-READ
004700     IF MAT-MATRICULA = MATRICULA-PEDIDA
004710         MOVE "CADASTRO" TO LD-ARQUIVO
004720         MOVE SPACES TO LD-ANO-LETIVO LD-BIMESTRE LD-MATERIA
004730         MOVE MAT-TURMA TO LD-TURMA
004740         MOVE MAT-NOME-ALUNO TO LD-NOME
004750         MOVE MAT-STATUS TO DCA-STATUS
004760         MOVE MAT-UNIFICADA-EM TO DCA-UNIFICADA-EM
004770         MOVE DADOS-CADASTRO TO LD-DADOS
004780         PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT
004790         IF NOT MAT-NAO-UNIFICADA
004800             MOVE "matricula unificada na matricula"
004810                 TO AVU-TEXTO
004820             MOVE MAT-UNIFICADA-EM TO AVU-MATRICULA
004830             MOVE "; emitir tambem para a sobrevivente."
004840                 TO AVU-COMPLEMENTO
004850             MOVE AVISO-UNIFICACAO TO LAV-TEXTO
004860             PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
004870         END-IF
004880     END-IF
004890     MOVE ZERO TO MAT-MATRICULA
004900     MOVE "N" TO SW-FIM-ARQUIVO
004910     START CADASTRO-ALUNOS KEY IS NOT LESS THAN MAT-MATRICULA
004920         INVALID KEY
004930             SET FIM-ARQUIVO TO TRUE
004940     END-START
004950     PERFORM 2100-PROCURAR-UNIFICADAS THRU 2100-EXIT
004960         UNTIL FIM-ARQUIVO
004970     CLOSE CADASTRO-ALUNOS.
004980 2000-TOTAL.
004990     PERFORM 7300-IMPRIMIR-TOTAL-SECAO THRU 7300-EXIT.
005000 2000-EXIT.
005010     EXIT.
005020
005030*-----------------------------------------------------------
005040* 2100-PROCURAR-UNIFICADAS - matricula antiga unificada na
005050* pedida
005060*-----------------------------------------------------------
005070 2100-PROCURAR-UNIFICADAS.
005080     READ CADASTRO-ALUNOS NEXT RECORD
005090         AT END
005100             SET FIM-ARQUIVO TO TRUE
005110             GO TO 2100-EXIT
005120     END-READ
005130     IF MAT-UNIFICADA-EM = MATRICULA-PEDIDA
005140         MOVE "matricula unificada nesta:     "
005150             TO AVU-TEXTO
005160         MOVE MAT-MATRICULA TO AVU-MATRICULA
005170         MOVE "; emitir tambem para a antiga."
005180             TO AVU-COMPLEMENTO
005190         MOVE AVISO-UNIFICACAO TO LAV-TEXTO
005200         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
005210     END-IF.
005220 2100-EXIT.
005230     EXIT.
005240
005250*-----------------------------------------------------------
005260* 2200-LISTAR-RESPONSAVEIS - responsaveis da matricula, com
005270* e-mail e endereco em linhas de complemento
005280*-----------------------------------------------------------
005290 2200-LISTAR-RESPONSAVEIS.
005300     MOVE "Responsaveis (RESPONS)" TO LS-TITULO
005310     PERFORM 7000-IMPRIMIR-SECAO THRU 7000-EXIT
005320     OPEN INPUT RESPONSAVEIS
005330     IF FS-RESPONSAVEIS-INEXISTENTE
005340         GO TO 2200-TOTAL
005350     END-IF
005360     IF NOT FS-RESPONSAVEIS-OK
005370         MOVE "RESPONS" TO ARQUIVO-SECAO
005380         MOVE FS-RESPONSAVEIS TO FS-SECAO
005390         PERFORM 8200-AVISAR-INDISPONIVEL THRU 8200-EXIT
005400         GO TO 2200-EXIT
005410     END-IF
005420     MOVE MATRICULA-PEDIDA TO RSP-MATRICULA
005430     MOVE ZERO TO RSP-SEQUENCIA
005440     MOVE "N" TO SW-FIM-ARQUIVO
005450     START RESPONSAVEIS KEY IS NOT LESS THAN RSP-CHAVE
005460         INVALID KEY
005470             SET FIM-ARQUIVO TO TRUE
005480     END-START
005490     PERFORM 2210-LER-RESPONSAVEL THRU 2210-EXIT
005500         UNTIL FIM-ARQUIVO
005510     CLOSE RESPONSAVEIS.
005520 2200-TOTAL.
005530     PERFORM 7300-IMPRIMIR-TOTAL-SECAO THRU 7300-EXIT.
005540 2200-EXIT.
005550     EXIT.
005560
005570*-----------------------------------------------------------
005580* 2210-LER-RESPONSAVEL - lista enquanto durar a matricula
005590*-----------------------------------------------------------
005600 2210-LER-RESPONSAVEL.
005610     READ RESPONSAVEIS NEXT RECORD
005620         AT END
005630             SET FIM-ARQUIVO TO TRUE
005640             GO TO 2210-EXIT
005650     END-READ
005660     IF RSP-MATRICULA NOT = MATRICULA-PEDIDA
005670         SET FIM-ARQUIVO TO TRUE
005680         GO TO 2210-EXIT
005690     END-IF
005700     MOVE "RESPONS" TO LD-ARQUIVO
005710     MOVE SPACES TO LD-ANO-LETIVO LD-BIMESTRE LD-TURMA
005720         LD-MATERIA
005730     MOVE RSP-NOME TO LD-NOME
005740     MOVE RSP-SEQUENCIA TO DRS-SEQUENCIA
005750     MOVE RSP-PARENTESCO TO DRS-PARENTESCO
005760     MOVE RSP-TELEFONE TO DRS-TELEFONE
005770     MOVE RSP-CANAL TO DRS-CANAL
005780     MOVE RSP-SITUACAO TO DRS-SITUACAO
005790     MOVE DADOS-RESPONSAVEL TO LD-DADOS
005800     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT
005810     IF RSP-EMAIL NOT = SPACES
005820         MOVE "E-mail:" TO LCP-ROTULO
005830         MOVE RSP-EMAIL TO LCP-TEXTO
005840         PERFORM 7200-IMPRIMIR-COMPLEMENTO THRU 7200-EXIT
005850     END-IF
005860     IF RSP-ENDERECO NOT = SPACES
005870         MOVE "Endereco:" TO LCP-ROTULO
005880         MOVE RSP-ENDERECO TO LCP-TEXTO
005890         PERFORM 7200-IMPRIMIR-COMPLEMENTO THRU 7200-EXIT
005900     END-IF.
005910 2210-EXIT.
005920     EXIT.
005930
005940*-----------------------------------------------------------
005950* 3000-LISTAR-MASTER - registros de notas do ano corrente
005960* (a chave leva o nome: leitura completa pela matricula)
005970*-----------------------------------------------------------
005980 3000-LISTAR-MASTER.
005990     MOVE "Notas do ano corrente (ALUNOSM)" TO LS-TITULO
006000     PERFORM 7000-IMPRIMIR-SECAO THRU 7000-EXIT
006010     OPEN INPUT ALUNOS-MASTER
006020     IF FS-MASTER-INEXISTENTE
006030         GO TO 3000-TOTAL
006040     END-IF
006050     IF NOT FS-MASTER-OK
006060         MOVE "ALUNOSM" TO ARQUIVO-SECAO
006070         MOVE FS-MASTER TO FS-SECAO
006080         PERFORM 8200-AVISAR-INDISPONIVEL THRU 8200-EXIT
006090         GO TO 3000-EXIT
006100     END-IF
006110     MOVE "N" TO SW-FIM-ARQUIVO
006120     PERFORM 3010-LER-MASTER THRU 3010-EXIT
006130         UNTIL FIM-ARQUIVO
006140     CLOSE ALUNOS-MASTER.
006150 3000-TOTAL.
006160     PERFORM 7300-IMPRIMIR-TOTAL-SECAO THRU 7300-EXIT.
006170 3000-EXIT.
006180     EXIT.
006190
006200*-----------------------------------------------------------
006210* 3010-LER-MASTER - lista o registro do mestre da matricula
006220*-----------------------------------------------------------
006230 3010-LER-MASTER.
006240     READ ALUNOS-MASTER NEXT RECORD
006250         AT END
006260             SET FIM-ARQUIVO TO TRUE
006270             GO TO 3010-EXIT
006280     END-READ
006290     IF REG-MATRICULA NOT = MATRICULA-PEDIDA
006300         GO TO 3010-EXIT
006310     END-IF
006320     MOVE "ALUNOSM" TO LD-ARQUIVO
006330     MOVE REG-ANO-LETIVO TO LD-ANO-LETIVO
006340     MOVE REG-BIMESTRE TO LD-BIMESTRE
006350     MOVE REG-TURMA TO LD-TURMA
006360     MOVE REG-MATERIA TO LD-MATERIA
006370     MOVE REG-NOME-ALUNO TO LD-NOME
006380     MOVE "Notas " TO DN-ROTULO
006390     PERFORM VARYING IND-NOTA FROM 1 BY 1 UNTIL IND-NOTA > 4
006400         MOVE REG-NOTAS (IND-NOTA) TO DN-NOTA (IND-NOTA)
006410     END-PERFORM
006420     MOVE REG-MEDIA TO DN-MEDIA
006430     MOVE REG-RESULTADO TO DN-RESULTADO
006440     MOVE DADOS-NOTAS TO LD-DADOS
006450     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
006460 3010-EXIT.
006470     EXIT.
006480
006490*-----------------------------------------------------------
006500* 3100-LISTAR-FREQUENCIA - frequencia por periodo e materia
006510* (a matricula fica no fim da chave: leitura completa)
006520*-----------------------------------------------------------
006530 3100-LISTAR-FREQUENCIA.
006540     MOVE "Frequencia (FREQALUN)" TO LS-TITULO
006550     PERFORM 7000-IMPRIMIR-SECAO THRU 7000-EXIT
006560     OPEN INPUT FREQUENCIA-ALUNOS
006570     IF FS-FREQUENCIA-INEXISTENTE
006580         GO TO 3100-TOTAL
006590     END-IF
006600     IF NOT FS-FREQUENCIA-OK
006610         MOVE "FREQALUN" TO ARQUIVO-SECAO
006620         MOVE FS-FREQUENCIA TO FS-SECAO
006630         PERFORM 8200-AVISAR-INDISPONIVEL THRU 8200-EXIT
006640         GO TO 3100-EXIT
006650     END-IF
006660     MOVE "N" TO SW-FIM-ARQUIVO
006670     PERFORM 3110-LER-FREQUENCIA THRU 3110-EXIT
006680         UNTIL FIM-ARQUIVO
006690     CLOSE FREQUENCIA-ALUNOS.
006700 3100-TOTAL.
006710     PERFORM 7300-IMPRIMIR-TOTAL-SECAO THRU 7300-EXIT.
006720 3100-EXIT.
006730     EXIT.
006740
006750*-----------------------------------------------------------
006760* 3110-LER-FREQUENCIA - lista a frequencia da matricula
006770*-----------------------------------------------------------
006780 3110-LER-FREQUENCIA.
006790     READ FREQUENCIA-ALUNOS NEXT RECORD
006800         AT END
006810             SET FIM-ARQUIVO TO TRUE
006820             GO TO 3110-EXIT
006830     END-READ
006840     IF FALT-MATRICULA NOT = MATRICULA-PEDIDA
006850         GO TO 3110-EXIT
006860     END-IF
006870     MOVE "FREQALUN" TO LD-ARQUIVO
006880     MOVE FALT-ANO-LETIVO TO LD-ANO-LETIVO
006890     MOVE FALT-BIMESTRE TO LD-BIMESTRE
006900     MOVE FALT-TURMA TO LD-TURMA
006910     MOVE FALT-MATERIA TO LD-MATERIA
006920     MOVE SPACES TO LD-NOME
006930     MOVE FALT-AULAS-DADAS TO DFR-AULAS-DADAS
006940     MOVE FALT-FALTAS TO DFR-FALTAS
006950     MOVE DADOS-FREQUENCIA TO LD-DADOS
006960     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
006970 3110-EXIT.
006980     EXIT.
006990
007000*-----------------------------------------------------------
007010* 3200-LISTAR-HISTORICO - historico acumulado dos anos e
007020* bimestres fechados
007030*-----------------------------------------------------------
007040 3200-LISTAR-HISTORICO.
007050     MOVE "Historico acumulado (HISTALUN)" TO LS-TITULO
007060     PERFORM 7000-IMPRIMIR-SECAO THRU 7000-EXIT
007070     OPEN INPUT HISTORICO-ALUNOS
007080     IF FS-HISTORICO-INEXISTENTE
007090         GO TO 3200-TOTAL
007100     END-IF
007110     IF NOT FS-HISTORICO-OK
007120         MOVE "HISTALUN" TO ARQUIVO-SECAO
007130         MOVE FS-HISTORICO TO FS-SECAO
007140         PERFORM 8200-AVISAR-INDISPONIVEL THRU 8200-EXIT
007150         GO TO 3200-EXIT
007160     END-IF
007170     MOVE "N" TO SW-FIM-ARQUIVO
007180     PERFORM 3210-LER-HISTORICO THRU 3210-EXIT
007190         UNTIL FIM-ARQUIVO
007200     CLOSE HISTORICO-ALUNOS.
007210 3200-TOTAL.
007220     PERFORM 7300-IMPRIMIR-TOTAL-SECAO THRU 7300-EXIT.
007230 3200-EXIT.
007240     EXIT.
007250
007260*-----------------------------------------------------------
007270* 3210-LER-HISTORICO - lista o registro do historico
007280*-----------------------------------------------------------
007290 3210-LER-HISTORICO.
007300     READ HISTORICO-ALUNOS
007310         AT END
007320             SET FIM-ARQUIVO TO TRUE
007330             GO TO 3210-EXIT
007340     END-READ
007350     IF HIST-MATRICULA NOT = MATRICULA-PEDIDA
007360         GO TO 3210-EXIT
007370     END-IF
007380     MOVE "HISTALUN" TO LD-ARQUIVO
007390     MOVE HIST-ANO-LETIVO TO LD-ANO-LETIVO
007400     MOVE HIST-BIMESTRE TO LD-BIMESTRE
007410     MOVE HIST-TURMA TO LD-TURMA
007420     MOVE HIST-MATERIA TO LD-MATERIA
007430     MOVE HIST-NOME-ALUNO TO LD-NOME
007440     MOVE "Notas " TO DN-ROTULO
007450     PERFORM VARYING IND-NOTA FROM 1 BY 1 UNTIL IND-NOTA > 4
007460         MOVE HIST-NOTAS (IND-NOTA) TO DN-NOTA (IND-NOTA)
007470     END-PERFORM
007480     MOVE HIST-MEDIA TO DN-MEDIA
007490     MOVE HIST-RESULTADO TO DN-RESULTADO
007500     MOVE DADOS-NOTAS TO LD-DADOS
007510     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
007520 3210-EXIT.
007530     EXIT.
007540
007550*-----------------------------------------------------------
007560* 3300-LISTAR-RESULTADO - resultado anual por materia, com
007570* as medias dos bimestres
007580*-----------------------------------------------------------
007590 3300-LISTAR-RESULTADO.
007600     MOVE "Resultado anual (RESANUAL)" TO LS-TITULO
007610     PERFORM 7000-IMPRIMIR-SECAO THRU 7000-EXIT
007620     OPEN INPUT RESULTADO-ANUAL
007630     IF FS-RESULTADO-INEXISTENTE
007640         GO TO 3300-TOTAL
007650     END-IF
007660     IF NOT FS-RESULTADO-OK
007670         MOVE "RESANUAL" TO ARQUIVO-SECAO
007680         MOVE FS-RESULTADO TO FS-SECAO
007690         PERFORM 8200-AVISAR-INDISPONIVEL THRU 8200-EXIT
007700         GO TO 3300-EXIT
007710     END-IF
007720     MOVE "N" TO SW-FIM-ARQUIVO
007730     PERFORM 3310-LER-RESULTADO THRU 3310-EXIT
007740         UNTIL FIM-ARQUIVO
007750     CLOSE RESULTADO-ANUAL.
007760 3300-TOTAL.
007770     PERFORM 7300-IMPRIMIR-TOTAL-SECAO THRU 7300-EXIT.
007780 3300-EXIT.
007790     EXIT.
007800
007810*-----------------------------------------------------------
007820* 3310-LER-RESULTADO - lista o resultado anual da matricula
007830*-----------------------------------------------------------
007840 3310-LER-RESULTADO.
007850     READ RESULTADO-ANUAL
007860         AT END
007870             SET FIM-ARQUIVO TO TRUE
007880             GO TO 3310-EXIT
007890     END-READ
007900     IF RES-MATRICULA NOT = MATRICULA-PEDIDA
007910         GO TO 3310-EXIT
007920     END-IF
007930     MOVE "RESANUAL" TO LD-ARQUIVO
007940     MOVE RES-ANO-LETIVO TO LD-ANO-LETIVO
007950     MOVE SPACES TO LD-BIMESTRE
007960     MOVE RES-TURMA TO LD-TURMA
007970     MOVE RES-MATERIA TO LD-MATERIA
007980     MOVE RES-NOME-ALUNO TO LD-NOME
007990     MOVE "Bims. " TO DN-ROTULO
008000     PERFORM VARYING IND-NOTA FROM 1 BY 1 UNTIL IND-NOTA > 4
008010         MOVE RES-MEDIA-BIM (IND-NOTA) TO DN-NOTA (IND-NOTA)
008020     END-PERFORM
008030     MOVE RES-MEDIA-ANUAL TO DN-MEDIA
008040     MOVE RES-RESULTADO TO DN-RESULTADO
008050     MOVE DADOS-NOTAS TO LD-DADOS
008060     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
008070 3310-EXIT.
008080     EXIT.
008090
008100*-----------------------------------------------------------
008110* 4000-LISTAR-AUDITLOG - trilha de auditoria corrente
008120*-----------------------------------------------------------
008130 4000-LISTAR-AUDITLOG.
008140     MOVE "Trilha de auditoria corrente (ALUNOSLG)" TO LS-TITULO
008150     PERFORM 7000-IMPRIMIR-SECAO THRU 7000-EXIT
008160     OPEN INPUT ALUNOS-AUDITLOG
008170     IF FS-AUDITLOG-INEXISTENTE
008180         GO TO 4000-TOTAL
008190     END-IF
008200     IF NOT FS-AUDITLOG-OK
008210         MOVE "ALUNOSLG" TO ARQUIVO-SECAO
008220         MOVE FS-AUDITLOG TO FS-SECAO
008230         PERFORM 8200-AVISAR-INDISPONIVEL THRU 8200-EXIT
008240         GO TO 4000-EXIT
008250     END-IF
008260     MOVE "N" TO SW-FIM-ARQUIVO
008270     PERFORM 4010-LER-AUDITLOG THRU 4010-EXIT
008280         UNTIL FIM-ARQUIVO
008290     CLOSE ALUNOS-AUDITLOG.
008300 4000-TOTAL.
008310     PERFORM 7300-IMPRIMIR-TOTAL-SECAO THRU 7300-EXIT.
008320 4000-EXIT.
008330     EXIT.
008340
008350*-----------------------------------------------------------
008360* 4010-LER-AUDITLOG - lista o registro de auditoria da
008370* matricula, com a justificativa quando houver
008380*-----------------------------------------------------------
008390 4010-LER-AUDITLOG.
008400     READ ALUNOS-AUDITLOG
008410         AT END
008420             SET FIM-ARQUIVO TO TRUE
008430             GO TO 4010-EXIT
008440     END-READ
008450     IF LOG-MATRICULA NOT = MATRICULA-PEDIDA
008460         GO TO 4010-EXIT
008470     END-IF
008480     MOVE "ALUNOSLG" TO LD-ARQUIVO
008490     MOVE LOG-ANO-LETIVO TO LD-ANO-LETIVO
008500     MOVE LOG-BIMESTRE TO LD-BIMESTRE
008510     MOVE LOG-TURMA TO LD-TURMA
008520     MOVE LOG-MATERIA TO LD-MATERIA
008530     MOVE LOG-NOME-ALUNO TO LD-NOME
008540     MOVE LOG-ORIGEM TO DAU-ORIGEM
008550     MOVE LOG-DATA TO DAU-DATA
008560     MOVE LOG-HORA TO DAU-HORA
008570     MOVE LOG-OPERADOR TO DAU-OPERADOR
008580     MOVE LOG-RESULTADO TO DAU-RESULTADO
008590     MOVE DADOS-AUDITORIA TO LD-DADOS
008600     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT
008610     IF LOG-JUSTIFICATIVA NOT = SPACES
008620         MOVE "Justificativa:" TO LCP-ROTULO
008630         MOVE LOG-JUSTIFICATIVA TO LCP-TEXTO
008640         PERFORM 7200-IMPRIMIR-COMPLEMENTO THRU 7200-EXIT
008650     END-IF.
008660 4010-EXIT.
008670     EXIT.
008680
008690*-----------------------------------------------------------
008700* 4100-LISTAR-ARQUIVADO - trilha arquivada, lida pela chave
008710* alternativa de matricula
008720*-----------------------------------------------------------
008730 4100-LISTAR-ARQUIVADO.
008740     MOVE "Trilha de auditoria arquivada (ALUNOSLA)"
008750         TO LS-TITULO
008760     PERFORM 7000-IMPRIMIR-SECAO THRU 7000-EXIT
008770     OPEN INPUT ALUNOS-ARQUIVADO
008780     IF FS-ARQUIVADO-INEXISTENTE
008790         GO TO 4100-TOTAL
008800     END-IF
008810     IF NOT FS-ARQUIVADO-OK
008820         MOVE "ALUNOSLA" TO ARQUIVO-SECAO
008830         MOVE FS-ARQUIVADO TO FS-SECAO
008840         PERFORM 8200-AVISAR-INDISPONIVEL THRU 8200-EXIT
008850         GO TO 4100-EXIT
008860     END-IF
008870     MOVE "N" TO SW-FIM-ARQUIVO
008880     MOVE MATRICULA-PEDIDA TO LGA-MATRICULA
008890     START ALUNOS-ARQUIVADO KEY IS EQUAL TO LGA-MATRICULA
008900         INVALID KEY
008910             SET FIM-ARQUIVO TO TRUE
008920     END-START
008930     PERFORM 4110-LER-ARQUIVADO THRU 4110-EXIT
008940         UNTIL FIM-ARQUIVO
008950     CLOSE ALUNOS-ARQUIVADO.
008960 4100-TOTAL.
008970     PERFORM 7300-IMPRIMIR-TOTAL-SECAO THRU 7300-EXIT.
008980 4100-EXIT.
008990     EXIT.
009000
009010*-----------------------------------------------------------
009020* 4110-LER-ARQUIVADO - lista enquanto durar a matricula
009030*-----------------------------------------------------------
009040 4110-LER-ARQUIVADO.
009050     READ ALUNOS-ARQUIVADO NEXT RECORD
009060         AT END
009070             SET FIM-ARQUIVO TO TRUE
009080             GO TO 4110-EXIT
009090     END-READ
009100     IF LGA-MATRICULA NOT = MATRICULA-PEDIDA
009110         SET FIM-ARQUIVO TO TRUE
009120         GO TO 4110-EXIT
009130     END-IF
009140     MOVE "ALUNOSLA" TO LD-ARQUIVO
009150     MOVE LGA-ANO-LETIVO TO LD-ANO-LETIVO
009160     MOVE LGA-BIMESTRE TO LD-BIMESTRE
009170     MOVE LGA-TURMA TO LD-TURMA
009180     MOVE LGA-MATERIA TO LD-MATERIA
009190     MOVE LGA-NOME-ALUNO TO LD-NOME
009200     MOVE LGA-ORIGEM TO DAU-ORIGEM
009210     MOVE LGA-DATA TO DAU-DATA
009220     MOVE LGA-HORA TO DAU-HORA
009230     MOVE LGA-OPERADOR TO DAU-OPERADOR
009240     MOVE LGA-RESULTADO TO DAU-RESULTADO
009250     MOVE DADOS-AUDITORIA TO LD-DADOS
009260     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT
009270     IF LGA-JUSTIFICATIVA NOT = SPACES
009280         MOVE "Justificativa:" TO LCP-ROTULO
009290         MOVE LGA-JUSTIFICATIVA TO LCP-TEXTO
009300         PERFORM 7200-IMPRIMIR-COMPLEMENTO THRU 7200-EXIT
009310     END-IF.
009320 4110-EXIT.
009330     EXIT.
009340
009350*-----------------------------------------------------------
009360* 5000-LISTAR-ENVIADAS - avisos enviados as familias (a
009370* matricula fica no fim da chave: leitura completa)
009380*-----------------------------------------------------------
009390 5000-LISTAR-ENVIADAS.
009400     MOVE "Avisos enviados as familias (NOTIFENV)" TO LS-TITULO
009410     PERFORM 7000-IMPRIMIR-SECAO THRU 7000-EXIT
009420     OPEN INPUT NOTIF-ENVIADAS
009430     IF FS-ENVIADAS-INEXISTENTE
009440         GO TO 5000-TOTAL
009450     END-IF
009460     IF NOT FS-ENVIADAS-OK
009470         MOVE "NOTIFENV" TO ARQUIVO-SECAO
009480         MOVE FS-ENVIADAS TO FS-SECAO
009490         PERFORM 8200-AVISAR-INDISPONIVEL THRU 8200-EXIT
009500         GO TO 5000-EXIT
009510     END-IF
009520     MOVE "N" TO SW-FIM-ARQUIVO
009530     PERFORM 5010-LER-ENVIADA THRU 5010-EXIT
009540         UNTIL FIM-ARQUIVO
009550     CLOSE NOTIF-ENVIADAS.
009560 5000-TOTAL.
009570     PERFORM 7300-IMPRIMIR-TOTAL-SECAO THRU 7300-EXIT.
009580 5000-EXIT.
009590     EXIT.
009600
009610*-----------------------------------------------------------
009620* 5010-LER-ENVIADA - lista o aviso enviado da matricula
009630*-----------------------------------------------------------
009640 5010-LER-ENVIADA.
009650     READ NOTIF-ENVIADAS NEXT RECORD
009660         AT END
009670             SET FIM-ARQUIVO TO TRUE
009680             GO TO 5010-EXIT
009690     END-READ
009700     IF NTH-MATRICULA NOT = MATRICULA-PEDIDA
009710         GO TO 5010-EXIT
009720     END-IF
009730     MOVE "NOTIFENV" TO LD-ARQUIVO
009740     MOVE NTH-ANO-LETIVO TO LD-ANO-LETIVO
009750     MOVE NTH-BIMESTRE TO LD-BIMESTRE
009760     MOVE SPACES TO LD-TURMA LD-NOME
009770     MOVE NTH-MATERIA TO LD-MATERIA
009780     MOVE NTH-TIPO TO DAV-TIPO
009790     MOVE NTH-DATA-ENVIO TO DAV-DATA-ENVIO
009800     MOVE NTH-QTD-RESPONSAVEIS TO DAV-QTD-RESPONSAVEIS
009810     MOVE DADOS-AVISO TO LD-DADOS
009820     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
009830 5010-EXIT.
009840     EXIT.
009850
009860*-----------------------------------------------------------
009870* 5100-LISTAR-TRANSFERENCIAS - transferencias da matricula,
009880* com o motivo em linha de complemento
009890*-----------------------------------------------------------
009900 5100-LISTAR-TRANSFERENCIAS.
009910     MOVE "Transferencias (TRANSFER)" TO LS-TITULO
009920     PERFORM 7000-IMPRIMIR-SECAO THRU 7000-EXIT
009930     OPEN INPUT TRANSFERENCIAS
009940     IF FS-TRANSFERENCIAS-INEXISTENTE
009950         GO TO 5100-TOTAL
009960     END-IF
009970     IF NOT FS-TRANSFERENCIAS-OK
009980         MOVE "TRANSFER" TO ARQUIVO-SECAO
009990         MOVE FS-TRANSFERENCIAS TO FS-SECAO
010000         PERFORM 8200-AVISAR-INDISPONIVEL THRU 8200-EXIT
010010         GO TO 5100-EXIT
010020     END-IF
010030     MOVE MATRICULA-PEDIDA TO TRF-MATRICULA
010040     MOVE ZERO TO TRF-DATA
010050     MOVE "N" TO SW-FIM-ARQUIVO
010060     START TRANSFERENCIAS KEY IS NOT LESS THAN TRF-CHAVE
010070         INVALID KEY
010080             SET FIM-ARQUIVO TO TRUE
010090     END-START
010100     PERFORM 5110-LER-TRANSFERENCIA THRU 5110-EXIT
010110         UNTIL FIM-ARQUIVO
010120     CLOSE TRANSFERENCIAS.
010130 5100-TOTAL.
010140     PERFORM 7300-IMPRIMIR-TOTAL-SECAO THRU 7300-EXIT.
010150 5100-EXIT.
010160     EXIT.
010170
010180*-----------------------------------------------------------
010190* 5110-LER-TRANSFERENCIA - lista enquanto durar a matricula
010200*-----------------------------------------------------------
010210 5110-LER-TRANSFERENCIA.
010220     READ TRANSFERENCIAS NEXT RECORD
010230         AT END
010240             SET FIM-ARQUIVO TO TRUE
010250             GO TO 5110-EXIT
010260     END-READ
010270     IF TRF-MATRICULA NOT = MATRICULA-PEDIDA
010280         SET FIM-ARQUIVO TO TRUE
010290         GO TO 5110-EXIT
010300     END-IF
010310     MOVE "TRANSFER" TO LD-ARQUIVO
010320     MOVE TRF-ANO-LETIVO TO LD-ANO-LETIVO
010330     MOVE TRF-BIMESTRE TO LD-BIMESTRE
010340     MOVE TRF-TURMA TO LD-TURMA
010350     MOVE SPACES TO LD-MATERIA LD-NOME
010360     IF TRF-ENTRADA
010370         MOVE "Entrada" TO DTR-DIRECAO
010380     ELSE
010390         MOVE "Saida" TO DTR-DIRECAO
010400     END-IF
010410     MOVE TRF-DATA TO DTR-DATA
010420     MOVE TRF-ESCOLA TO DTR-ESCOLA
010430     MOVE DADOS-TRANSFERENCIA TO LD-DADOS
010440     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT
010450     IF TRF-MOTIVO NOT = SPACES
010460         MOVE "Motivo:" TO LCP-ROTULO
010470         MOVE TRF-MOTIVO TO LCP-TEXTO
010480         PERFORM 7200-IMPRIMIR-COMPLEMENTO THRU 7200-EXIT
010490     END-IF.
010500 5110-EXIT.
010510     EXIT.
010520
010530*-----------------------------------------------------------
010540* 5200-LISTAR-RETIFICACOES - pedidos de retificacao (a chave
010550* leva o nome: leitura completa pela matricula)
010560*-----------------------------------------------------------
010570 5200-LISTAR-RETIFICACOES.
010580     MOVE "Pedidos de retificacao (RETIFICA)" TO LS-TITULO
010590     PERFORM 7000-IMPRIMIR-SECAO THRU 7000-EXIT
010600     OPEN INPUT RETIFICACOES
010610     IF FS-RETIFICACOES-INEXISTENTE
010620         GO TO 5200-TOTAL
010630     END-IF
010640     IF NOT FS-RETIFICACOES-OK
010650         MOVE "RETIFICA" TO ARQUIVO-SECAO
010660         MOVE FS-RETIFICACOES TO FS-SECAO
010670         PERFORM 8200-AVISAR-INDISPONIVEL THRU 8200-EXIT
010680         GO TO 5200-EXIT
010690     END-IF
010700     MOVE "N" TO SW-FIM-ARQUIVO
010710     PERFORM 5210-LER-RETIFICACAO THRU 5210-EXIT
010720         UNTIL FIM-ARQUIVO
010730     CLOSE RETIFICACOES.
010740 5200-TOTAL.
010750     PERFORM 7300-IMPRIMIR-TOTAL-SECAO THRU 7300-EXIT.
010760 5200-EXIT.
010770     EXIT.
010780
010790*-----------------------------------------------------------
010800* 5210-LER-RETIFICACAO - lista o pedido da matricula, com o
010810* motivo em linha de complemento
010820*-----------------------------------------------------------
010830 5210-LER-RETIFICACAO.
010840     READ RETIFICACOES NEXT RECORD
010850         AT END
010860             SET FIM-ARQUIVO TO TRUE
010870             GO TO 5210-EXIT
010880     END-READ
010890     IF RTF-MATRICULA NOT = MATRICULA-PEDIDA
010900         GO TO 5210-EXIT
010910     END-IF
010920     MOVE "RETIFICA" TO LD-ARQUIVO
010930     MOVE RTF-ANO-LETIVO TO LD-ANO-LETIVO
010940     MOVE RTF-BIMESTRE TO LD-BIMESTRE
010950     MOVE RTF-TURMA TO LD-TURMA
010960     MOVE RTF-MATERIA TO LD-MATERIA
010970     MOVE RTF-NOME-ALUNO TO LD-NOME
010980     MOVE RTF-SEQUENCIA TO DRT-SEQUENCIA
010990     MOVE RTF-SITUACAO TO DRT-SITUACAO
011000     MOVE RTF-MEDIA-ANT TO DRT-MEDIA-ANT
011010     MOVE RTF-MEDIA-NOVA TO DRT-MEDIA-NOVA
011020     MOVE DADOS-RETIFICACAO TO LD-DADOS
011030     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT
011040     MOVE "Motivo:" TO LCP-ROTULO
011050     MOVE RTF-MOTIVO TO LCP-TEXTO
011060     PERFORM 7200-IMPRIMIR-COMPLEMENTO THRU 7200-EXIT.
011070 5210-EXIT.
011080     EXIT.
011090
011100*-----------------------------------------------------------
011110* 5300-LISTAR-FOLHAS - linhas das folhas de digitacao com a
011120* matricula, com o periodo do cabecalho da folha
011130*-----------------------------------------------------------
011140 5300-LISTAR-FOLHAS.
011150     MOVE "Folhas de digitacao (FOLHAS)" TO LS-TITULO
011160     PERFORM 7000-IMPRIMIR-SECAO THRU 7000-EXIT
011170     OPEN INPUT FOLHAS
011180     IF FS-FOLHAS-INEXISTENTE
011190         GO TO 5300-TOTAL
011200     END-IF
011210     IF NOT FS-FOLHAS-OK
011220         MOVE "FOLHAS" TO ARQUIVO-SECAO
011230         MOVE FS-FOLHAS TO FS-SECAO
011240         PERFORM 8200-AVISAR-INDISPONIVEL THRU 8200-EXIT
011250         GO TO 5300-EXIT
011260     END-IF
011270     MOVE ZERO TO FOLHA-NUMERO
011280     MOVE "N" TO SW-FIM-ARQUIVO
011290     PERFORM 5310-LER-FOLHA THRU 5310-EXIT
011300         UNTIL FIM-ARQUIVO
011310     CLOSE FOLHAS.
011320 5300-TOTAL.
011330     PERFORM 7300-IMPRIMIR-TOTAL-SECAO THRU 7300-EXIT.
011340 5300-EXIT.
011350     EXIT.
011360
011370*-----------------------------------------------------------
011380* 5310-LER-FOLHA - cabecalho guarda o periodo da folha;
011390* linha de aluno da matricula e listada. Folha zero e o
011400* controle da numeracao
011410*-----------------------------------------------------------
011420 5310-LER-FOLHA.
011430     READ FOLHAS NEXT RECORD
011440         AT END
011450             SET FIM-ARQUIVO TO TRUE
011460             GO TO 5310-EXIT
011470     END-READ
011480     IF FLH-NUMERO = ZERO
011490         GO TO 5310-EXIT
011500     END-IF
011510     IF FLH-LINHA = ZERO
011520         MOVE FLH-NUMERO TO FOLHA-NUMERO
011530         MOVE FLH-ANO-LETIVO TO FOLHA-ANO-LETIVO
011540         MOVE FLH-BIMESTRE TO FOLHA-BIMESTRE
011550         MOVE FLH-TURMA TO FOLHA-TURMA
011560         MOVE FLH-MATERIA TO FOLHA-MATERIA
011570         MOVE FLH-SITUACAO TO FOLHA-SITUACAO
011580         GO TO 5310-EXIT
011590     END-IF
011600     IF FLA-MATRICULA NOT = MATRICULA-PEDIDA
011610         GO TO 5310-EXIT
011620     END-IF
011630     MOVE "FOLHAS" TO LD-ARQUIVO
011640     MOVE SPACES TO LD-ANO-LETIVO LD-BIMESTRE LD-TURMA
011650         LD-MATERIA
011660     MOVE SPACES TO DFL-SITUACAO
011670     IF FLH-NUMERO = FOLHA-NUMERO
011680         MOVE FOLHA-ANO-LETIVO TO LD-ANO-LETIVO
011690         MOVE FOLHA-BIMESTRE TO LD-BIMESTRE
011700         MOVE FOLHA-TURMA TO LD-TURMA
011710         MOVE FOLHA-MATERIA TO LD-MATERIA
011720         MOVE FOLHA-SITUACAO TO DFL-SITUACAO
011730     END-IF
011740     MOVE FLA-NOME-ALUNO TO LD-NOME
011750     MOVE FLH-NUMERO TO DFL-NUMERO
011760     MOVE FLH-LINHA TO DFL-LINHA
011770     MOVE DADOS-FOLHA TO LD-DADOS
011780     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
011790 5310-EXIT.
011800     EXIT.
011810
011820*-----------------------------------------------------------
011830* 7000-IMPRIMIR-SECAO - titulo da secao do arquivo
011840*-----------------------------------------------------------
011850 7000-IMPRIMIR-SECAO.
011860     MOVE ZERO TO CONT-SECAO
011870     MOVE SPACES TO LINHA-SAIDA
011880     WRITE LINHA-SAIDA
011890     MOVE LINHA-SECAO TO LINHA-SAIDA
011900     WRITE LINHA-SAIDA.
011910 7000-EXIT.
011920     EXIT.
011930
011940*-----------------------------------------------------------
011950* 7100-IMPRIMIR-DETALHE - linha de registro encontrado
011960*-----------------------------------------------------------
011970 7100-IMPRIMIR-DETALHE.
011980     MOVE LINHA-DETALHE TO LINHA-SAIDA
011990     WRITE LINHA-SAIDA
012000     ADD 1 TO CONT-SECAO
012010     ADD 1 TO CONT-REGISTROS.
012020 7100-EXIT.
012030     EXIT.
012040
012050*-----------------------------------------------------------
012060* 7200-IMPRIMIR-COMPLEMENTO - texto longo do registro
012070*-----------------------------------------------------------
012080 7200-IMPRIMIR-COMPLEMENTO.
012090     MOVE LINHA-COMPLEMENTO TO LINHA-SAIDA
012100     WRITE LINHA-SAIDA.
012110 7200-EXIT.
012120     EXIT.
012130
012140*-----------------------------------------------------------
012150* 7300-IMPRIMIR-TOTAL-SECAO - quantidade de registros do
012160* arquivo
012170*-----------------------------------------------------------
012180 7300-IMPRIMIR-TOTAL-SECAO.
012190     MOVE "Registros no arquivo:" TO LTOT-TEXTO
012200     MOVE CONT-SECAO TO LTOT-VALOR
012210     MOVE LINHA-TOTAL TO LINHA-SAIDA
012220     WRITE LINHA-SAIDA.
012230 7300-EXIT.
012240     EXIT.
012250
012260*-----------------------------------------------------------
012270* 8100-IMPRIMIR-AVISO - linha de aviso no relatorio
012280*-----------------------------------------------------------
012290 8100-IMPRIMIR-AVISO.
012300     MOVE LINHA-AVISO TO LINHA-SAIDA
012310     WRITE LINHA-SAIDA.
012320 8100-EXIT.
012330     EXIT.
012340
012350*-----------------------------------------------------------
012360* 8200-AVISAR-INDISPONIVEL - arquivo que nao pode ser lido
012370* (em uso exclusivo por outra sessao ou com erro)
012380*-----------------------------------------------------------
012390 8200-AVISAR-INDISPONIVEL.
012400     ADD 1 TO CONT-INDISPONIVEIS
012410     MOVE ARQUIVO-SECAO TO AVI-ARQUIVO
012420     MOVE FS-SECAO TO AVI-STATUS
012430     MOVE AVISO-INDISPONIVEL TO LAV-TEXTO
012440     PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT.
012450 8200-EXIT.
012460     EXIT.
012470
012480*-----------------------------------------------------------
012490* 9000-FINALIZAR - totais e fechamento do relatorio
012500*-----------------------------------------------------------
012510 9000-FINALIZAR.
012520     IF NOT ARQUIVO-ABERTO
012530         GO TO 9000-EXIT
012540     END-IF
012550     MOVE SPACES TO LINHA-SAIDA
012560     WRITE LINHA-SAIDA
012570     MOVE "Total de registros do aluno:" TO LTOT-TEXTO
012580     MOVE CONT-REGISTROS TO LTOT-VALOR
012590     MOVE LINHA-TOTAL TO LINHA-SAIDA
012600     WRITE LINHA-SAIDA
012610     MOVE "Arquivos indisponiveis:" TO LTOT-TEXTO
012620     MOVE CONT-INDISPONIVEIS TO LTOT-VALOR
012630     MOVE LINHA-TOTAL TO LINHA-SAIDA
012640     WRITE LINHA-SAIDA
012650     CLOSE RELATORIO-TITULAR
012660     DISPLAY "Relatorio RELTITUL emitido: " CONT-REGISTROS
012670         " registro(s) da matricula " MATRICULA-PEDIDA "."
012680     IF CONT-INDISPONIVEIS > ZERO
012690         DISPLAY "Atencao: " CONT-INDISPONIVEIS
012700             " arquivo(s) indisponivel(is); ver avisos."
012710     END-IF.
012720 9000-EXIT.
012730     EXIT.
