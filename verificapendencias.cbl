000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Conferir se o lancamento de um periodo (ano letivo e
000140* bimestre) esta completo: cruza cada atribuicao do ano em
000150* ATRIBUICOES (turma/materia/professor) com os alunos ativos da
000160* turma no CADASTRO-ALUNOS e confere se cada um tem o registro
000170* de nota no ALUNOS-MASTER e o registro de frequencia em
000180* FREQUENCIA-ALUNOS no periodo. Emite o relatorio RELPEND com
000190* as pendencias agrupadas por professor e as contagens de cada
000200* um; o bimestre que o aluno recebido por transferencia cursou
000210* na escola anterior depende da media da guia (secretaria) e
000220* sai em bloco proprio no fim. Devolve as quantidades de
000230* pendencias de nota, de frequencia e de guia e a situacao:
000240* "A" conferido, "X" atribuicoes, cadastro, mestre ou
000245* frequencia indisponiveis, ou tabela de atribuicoes ou de
000246* alunos cheia (periodo nao conferido; sem a frequencia o
000247* relatorio sai so com as notas). Chamado pelo
000260* MonitorPendencias e pelo fechamento do periodo
000270* (FechaPeriodo).
000280* Tectonics: cobc
000290*-----------------------------------------------------------------
000300* Mod history:
000310*   2026-10-15 DRR  Criado (monitor de pendencias de lancamento
000320*                   por professor).
000325*   2026-10-15 DRR  Frequencia indisponivel devolve "X": o
000327*                   periodo nao sai conferido sem ela.
000328*   2026-10-15 DRR  Tabela de atribuicoes ou de alunos cheia
000329*                   tambem devolve "X" (conferencia parcial).
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. VerificaPendencias.
000360 AUTHOR. Diego R. Rocha.
000370 INSTALLATION. Secretaria Escolar.
000380 DATE-WRITTEN. 15/10/2026.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ATRIBUICOES ASSIGN TO "ATRIBUIC"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS ATR-CHAVE
000480         FILE STATUS IS FS-ATRIBUICOES.
000490
000500     SELECT PROFESSORES ASSIGN TO "PROFESSO"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS PRF-ID
000540         FILE STATUS IS FS-PROFESSORES.
000550
000560     SELECT CADASTRO-ALUNOS ASSIGN TO "ALUNOSCD"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS MAT-MATRICULA
000600         FILE STATUS IS FS-CADASTRO.
000610
000620     SELECT ALUNOS-MASTER ASSIGN TO "ALUNOSM"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS REG-CHAVE
000660         ALTERNATE RECORD KEY IS REG-MATERIA
000670             WITH DUPLICATES
000680         FILE STATUS IS FS-MASTER.
000690
000700     SELECT FREQUENCIA-ALUNOS ASSIGN TO "FREQALUN"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS FALT-CHAVE
000740         FILE STATUS IS FS-FREQUENCIA.
000750
000760     SELECT RELATORIO-PENDENCIAS ASSIGN TO "RELPEND"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-RELATORIO.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  ATRIBUICOES.
000830 COPY ATRIBREG.
000840
000850 FD  PROFESSORES.
000860 COPY PROFREG.
000870
000880 FD  CADASTRO-ALUNOS.
000890 COPY MATRREG.
000900
000910 FD  ALUNOS-MASTER.
000920 COPY ALUNOREG.
000930
000940 FD  FREQUENCIA-ALUNOS.
000950 COPY FALTREG.
000960
000970 FD  RELATORIO-PENDENCIAS.
000980 01  LINHA-SAIDA                  PIC X(132).
000990
001000 WORKING-STORAGE SECTION.
001010 01  DATA-HOJE                    PIC 9(08).
001020 01  PROFESSOR-ATUAL              PIC 9(04).
001030 COPY TRANSREG.
001040 01  DIRECAO-ENTRADA              PIC X(01) VALUE "E".
001050 01  SITUACAO-TRANSFERENCIA       PIC X(01).
001060
001070 01  CONT-PROF-NOTAS              PIC 9(05) COMP.
001080 01  CONT-PROF-FREQUENCIA         PIC 9(05) COMP.
001090 01  CONT-PROF-ALUNOS             PIC 9(05) COMP.
001100 01  CONT-CONFERIDOS              PIC 9(05) COMP.
001110
001120 01  SW-FIM-ARQUIVO               PIC X(01).
001130     88  FIM-ARQUIVO                      VALUE "S".
001140
001150 01  SW-ARQUIVOS-ABERTOS          PIC X(01).
001160     88  ARQUIVOS-ABERTOS                 VALUE "S".
001170
001180 01  SW-PROFESSORES-ABERTO        PIC X(01).
001190     88  PROFESSORES-ABERTO               VALUE "S".
001200
001210 01  SW-FREQ-DISPONIVEL           PIC X(01).
001220     88  FREQUENCIA-DISPONIVEL            VALUE "S".
001230
001240 01  SW-FALTA-NOTA                PIC X(01).
001250     88  FALTA-NOTA                       VALUE "S".
001260 01  SW-FALTA-FREQUENCIA          PIC X(01).
001270     88  FALTA-FREQUENCIA                 VALUE "S".
001280 01  SW-NOTA-DA-GUIA              PIC X(01).
001290     88  NOTA-DA-GUIA                     VALUE "S".
001300
001310 01  SW-TAB-ATRIB-CHEIA           PIC X(01).
001320     88  TAB-ATRIB-CHEIA                  VALUE "S".
001330 01  SW-TAB-ALUNOS-CHEIA          PIC X(01).
001340     88  TAB-ALUNOS-CHEIA                 VALUE "S".
001350 01  SW-TAB-GUIA-CHEIA            PIC X(01).
001360     88  TAB-GUIA-CHEIA                   VALUE "S".
001370
001380 01  FS-ATRIBUICOES               PIC X(02).
001390     88  FS-ATRIBUICOES-OK                VALUE "00".
001400 01  FS-PROFESSORES               PIC X(02).
001410     88  FS-PROFESSORES-OK                VALUE "00".
001420 01  FS-CADASTRO                  PIC X(02).
001430     88  FS-CADASTRO-OK                   VALUE "00".
001440 01  FS-MASTER                    PIC X(02).
001450     88  FS-MASTER-OK                     VALUE "00".
001460 01  FS-FREQUENCIA                PIC X(02).
001470     88  FS-FREQUENCIA-OK                 VALUE "00".
001480 01  FS-RELATORIO                 PIC X(02).
001490     88  FS-RELATORIO-OK                  VALUE "00".
001500
001510*    Atribuicoes do ano, em ordem de professor (dentro do
001520*    professor, na ordem turma/materia do arquivo)
001530 01  TABELA-ATRIBUICOES.
001540     05  TAT-ITEM OCCURS 500 TIMES.
001550         10  TAT-PROFESSOR        PIC 9(04).
001560         10  TAT-TURMA            PIC X(06).
001570         10  TAT-MATERIA          PIC X(20).
001580 01  TAT-QTD                      PIC 9(04) COMP.
001590 01  TAT-IDX                      PIC 9(04) COMP.
001600 01  TAT-POSICAO                  PIC 9(04) COMP.
001610
001620*    Alunos ativos do cadastro
001630 01  TABELA-ALUNOS.
001640     05  TAL-ITEM OCCURS 3000 TIMES.
001650         10  TAL-MATRICULA        PIC 9(06).
001660         10  TAL-NOME             PIC X(30).
001670         10  TAL-TURMA            PIC X(06).
001680 01  TAL-QTD                      PIC 9(04) COMP.
001690 01  TAL-IDX                      PIC 9(04) COMP.
001700
001710*    Medias da guia de transferencia ainda nao lancadas, para o
001720*    bloco da secretaria no fim do relatorio
001730 01  TABELA-GUIA.
001740     05  TGP-ITEM OCCURS 200 TIMES.
001750         10  TGP-TURMA            PIC X(06).
001760         10  TGP-MATERIA          PIC X(20).
001770         10  TGP-MATRICULA        PIC 9(06).
001780         10  TGP-NOME             PIC X(30).
001790 01  TGP-QTD                      PIC 9(04) COMP.
001800 01  TGP-IDX                      PIC 9(04) COMP.
001810
001820 01  LINHA-TITULO.
001830     05  FILLER                   PIC X(39) VALUE
001840         "Pendencias de lancamento - ano letivo  ".
001850     05  LT-ANO-LETIVO            PIC 9(04).
001860     05  FILLER                   PIC X(12) VALUE
001870         "  bimestre  ".
001880     05  LT-BIMESTRE              PIC 9(01).
001890     05  FILLER                   PIC X(13) VALUE
001900         "  emitido em ".
001910     05  LT-DATA                  PIC 9(08).
001920
001930 01  LINHA-AVISO-FREQUENCIA       PIC X(60) VALUE
001940     "Arquivo de frequencia indisponivel; nao conferida".
001950
001960 01  LINHA-CAB-PROFESSOR.
001970     05  FILLER                   PIC X(11) VALUE "Professor: ".
001980     05  LCP-PROFESSOR            PIC 9(04).
001990     05  FILLER                   PIC X(01) VALUE SPACE.
002000     05  LCP-NOME                 PIC X(30).
002010
002020 01  LINHA-COLUNAS.
002030     05  FILLER                   PIC X(08) VALUE "Turma".
002040     05  FILLER                   PIC X(22) VALUE "Materia".
002050     05  FILLER                   PIC X(10) VALUE "Matricula".
002060     05  FILLER                   PIC X(32) VALUE "Aluno".
002070     05  FILLER                   PIC X(20) VALUE "Pendencia".
002080
002090 01  LINHA-DETALHE.
002100     05  LD-TURMA                 PIC X(06).
002110     05  FILLER                   PIC X(02) VALUE SPACES.
002120     05  LD-MATERIA               PIC X(20).
002130     05  FILLER                   PIC X(02) VALUE SPACES.
002140     05  LD-MATRICULA             PIC 9(06).
002150     05  FILLER                   PIC X(04) VALUE SPACES.
002160     05  LD-NOME                  PIC X(30).
002170     05  FILLER                   PIC X(02) VALUE SPACES.
002180     05  LD-PENDENCIA             PIC X(20).
002190
002200 01  LINHA-TOTAL-PROFESSOR.
002210     05  FILLER                   PIC X(20) VALUE
002220         "  Alunos conferidos:".
002230     05  LTP-ALUNOS               PIC ZZZZ9.
002240     05  FILLER                   PIC X(20) VALUE
002250         "  Notas pendentes:  ".
002260     05  LTP-NOTAS                PIC ZZZZ9.
002270     05  FILLER                   PIC X(25) VALUE
002280         "  Frequencias pendentes: ".
002290     05  LTP-FREQUENCIA           PIC ZZZZ9.
002300
002310 01  LINHA-CAB-GUIA               PIC X(60) VALUE
002320     "Secretaria - medias da guia de transferencia nao lancadas".
002330
002340 01  LINHA-TOTAIS.
002350     05  FILLER                   PIC X(24) VALUE
002360         "Total - notas pendentes:".
002370     05  LTT-NOTAS                PIC ZZZZ9.
002380     05  FILLER                   PIC X(16) VALUE
002390         "  Frequencias: ".
002400     05  LTT-FREQUENCIA           PIC ZZZZ9.
002410     05  FILLER                   PIC X(17) VALUE
002420         "  Guias: ".
002430     05  LTT-GUIA                 PIC ZZZZ9.
002440     05  FILLER                   PIC X(24) VALUE
002450         "  Alunos/materias conf.:".
002460     05  LTT-CONFERIDOS           PIC ZZZZ9.
002470
002480 LINKAGE SECTION.
002490 01  ANO-LETIVO                   PIC 9(04).
002500 01  BIMESTRE                     PIC 9(01).
002510 01  PENDENCIAS-NOTA              PIC 9(05).
002520 01  PENDENCIAS-FREQUENCIA        PIC 9(05).
002530 01  PENDENCIAS-GUIA              PIC 9(05).
002540 01  SITUACAO                     PIC X(01).
002550
002560 PROCEDURE DIVISION USING ANO-LETIVO BIMESTRE PENDENCIAS-NOTA
002570         PENDENCIAS-FREQUENCIA PENDENCIAS-GUIA SITUACAO.
002580*-----------------------------------------------------------
002590* 0000-MAINLINE
002600*-----------------------------------------------------------
002610 0000-MAINLINE.
002620     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002630     IF ARQUIVOS-ABERTOS
002640         PERFORM 2000-CARREGAR-ATRIBUICOES THRU 2000-EXIT
002650         PERFORM 3000-CARREGAR-ALUNOS THRU 3000-EXIT
002660         PERFORM 4000-CONFERIR-ATRIBUICOES THRU 4000-EXIT
002670         PERFORM 5000-EMITIR-GUIAS THRU 5000-EXIT
002675         IF FREQUENCIA-DISPONIVEL AND NOT TAB-ATRIB-CHEIA
002677             AND NOT TAB-ALUNOS-CHEIA
002680             MOVE "A" TO SITUACAO
002685         END-IF
002690     END-IF
002700     PERFORM 9000-FINALIZAR THRU 9000-EXIT
002710     GOBACK.
002720
002730*-----------------------------------------------------------
002740* 1000-INICIALIZAR - zera as contagens e abre os arquivos;
002750* sem atribuicoes, cadastro ou mestre o periodo nao e conferido
002760*-----------------------------------------------------------
002770 1000-INICIALIZAR.
002780     MOVE ZERO TO PENDENCIAS-NOTA PENDENCIAS-FREQUENCIA
002790         PENDENCIAS-GUIA CONT-CONFERIDOS
002800         TAT-QTD TAL-QTD TGP-QTD
002810     MOVE "X" TO SITUACAO
002820     MOVE "N" TO SW-ARQUIVOS-ABERTOS SW-PROFESSORES-ABERTO
002830         SW-FREQ-DISPONIVEL SW-TAB-ATRIB-CHEIA
002840         SW-TAB-ALUNOS-CHEIA SW-TAB-GUIA-CHEIA
002850     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
002860     OPEN INPUT ATRIBUICOES
002870     IF NOT FS-ATRIBUICOES-OK
002880         DISPLAY "Arquivo de atribuicoes indisponivel. Status: "
002890             FS-ATRIBUICOES
002900         GO TO 1000-EXIT
002910     END-IF
002920     OPEN INPUT CADASTRO-ALUNOS
002930     IF NOT FS-CADASTRO-OK
002940         DISPLAY "Cadastro de alunos indisponivel. Status: "
002950             FS-CADASTRO
002960         CLOSE ATRIBUICOES
002970         GO TO 1000-EXIT
002980     END-IF
002990     OPEN INPUT ALUNOS-MASTER
003000     IF NOT FS-MASTER-OK
003010         DISPLAY "Arquivo mestre indisponivel. Status: "
003020             FS-MASTER
003030         CLOSE ATRIBUICOES
003040         CLOSE CADASTRO-ALUNOS
003050         GO TO 1000-EXIT
003060     END-IF
003070     SET ARQUIVOS-ABERTOS TO TRUE
003080     OPEN INPUT PROFESSORES
003090     IF FS-PROFESSORES-OK
003100         SET PROFESSORES-ABERTO TO TRUE
003110     END-IF
003120     OPEN OUTPUT RELATORIO-PENDENCIAS
003130     MOVE ANO-LETIVO TO LT-ANO-LETIVO
003140     MOVE BIMESTRE TO LT-BIMESTRE
003150     MOVE DATA-HOJE TO LT-DATA
003160     MOVE LINHA-TITULO TO LINHA-SAIDA
003170     WRITE LINHA-SAIDA
003180     OPEN INPUT FREQUENCIA-ALUNOS
003190     IF FS-FREQUENCIA-OK
003200         SET FREQUENCIA-DISPONIVEL TO TRUE
003210     ELSE
003220         MOVE LINHA-AVISO-FREQUENCIA TO LINHA-SAIDA
003230         WRITE LINHA-SAIDA
003232         DISPLAY "Arquivo de frequencia indisponivel; periodo "
003234             "nao conferido. Status: " FS-FREQUENCIA
003240     END-IF.
003250 1000-EXIT.
003260     EXIT.
003270
003280*-----------------------------------------------------------
003290* 2000-CARREGAR-ATRIBUICOES - carrega as atribuicoes do ano
003300* na tabela, em ordem de professor
003310*-----------------------------------------------------------
003320 2000-CARREGAR-ATRIBUICOES.
003330     MOVE "N" TO SW-FIM-ARQUIVO
003340     MOVE LOW-VALUES TO ATR-CHAVE
003350     MOVE ANO-LETIVO TO ATR-ANO-LETIVO
003360     START ATRIBUICOES KEY IS NOT LESS THAN ATR-CHAVE
003370         INVALID KEY
003380             SET FIM-ARQUIVO TO TRUE
003390     END-START
003400     PERFORM 2100-LER-ATRIBUICAO THRU 2100-EXIT
003410     PERFORM 2200-INCLUIR-ATRIBUICAO THRU 2200-EXIT
003420         UNTIL FIM-ARQUIVO.
003430 2000-EXIT.
003440     EXIT.
003450
003460*-----------------------------------------------------------
003470* 2100-LER-ATRIBUICAO - le a proxima atribuicao; o ano
003480* seguinte encerra a leitura
003490*-----------------------------------------------------------
003500 2100-LER-ATRIBUICAO.
003510     IF NOT FIM-ARQUIVO
003520         READ ATRIBUICOES NEXT RECORD
003530             AT END
003540                 SET FIM-ARQUIVO TO TRUE
003550         END-READ
003560     END-IF
003570     IF NOT FIM-ARQUIVO
003580         IF ATR-ANO-LETIVO NOT = ANO-LETIVO
003590             SET FIM-ARQUIVO TO TRUE
003600         END-IF
003610     END-IF.
003620 2100-EXIT.
003630     EXIT.
003640
003650*-----------------------------------------------------------
003660* 2200-INCLUIR-ATRIBUICAO - insere a atribuicao depois da
003670* ultima do mesmo professor ou de professor menor
003680*-----------------------------------------------------------
003690 2200-INCLUIR-ATRIBUICAO.
003700     IF TAT-QTD NOT < 500
003710         IF NOT TAB-ATRIB-CHEIA
003720             SET TAB-ATRIB-CHEIA TO TRUE
003730             DISPLAY "Tabela de atribuicoes cheia; conferencia "
003740                 "parcial."
003750         END-IF
003760         PERFORM 2100-LER-ATRIBUICAO THRU 2100-EXIT
003770         GO TO 2200-EXIT
003780     END-IF
003790     MOVE ZERO TO TAT-POSICAO
003800     PERFORM VARYING TAT-IDX FROM 1 BY 1 UNTIL TAT-IDX > TAT-QTD
003810         PERFORM 2210-PROCURAR-POSICAO THRU 2210-EXIT
003820     END-PERFORM
003830     ADD 1 TO TAT-QTD
003840     IF TAT-POSICAO = ZERO
003850         MOVE TAT-QTD TO TAT-POSICAO
003860     END-IF
003870     PERFORM VARYING TAT-IDX FROM TAT-QTD BY -1
003880         UNTIL TAT-IDX NOT > TAT-POSICAO
003890         MOVE TAT-ITEM(TAT-IDX - 1) TO TAT-ITEM(TAT-IDX)
003900     END-PERFORM
003910     MOVE ATR-PROFESSOR TO TAT-PROFESSOR(TAT-POSICAO)
003920     MOVE ATR-TURMA TO TAT-TURMA(TAT-POSICAO)
003930     MOVE ATR-MATERIA TO TAT-MATERIA(TAT-POSICAO)
003940     PERFORM 2100-LER-ATRIBUICAO THRU 2100-EXIT.
003950 2200-EXIT.
003960     EXIT.
003970
003980*-----------------------------------------------------------
003990* 2210-PROCURAR-POSICAO - guarda a primeira posicao com
004000* professor maior (ponto de insercao)
004010*-----------------------------------------------------------
004020 2210-PROCURAR-POSICAO.
004030     IF TAT-PROFESSOR(TAT-IDX) > ATR-PROFESSOR
004040         AND TAT-POSICAO = ZERO
004050         MOVE TAT-IDX TO TAT-POSICAO
004060     END-IF.
004070 2210-EXIT.
004080     EXIT.
004090
004100*-----------------------------------------------------------
004110* 3000-CARREGAR-ALUNOS - carrega os alunos ativos do cadastro
004120* (inativos e transferidos para outra escola ficam de fora)
004130*-----------------------------------------------------------
004140 3000-CARREGAR-ALUNOS.
004150     MOVE "N" TO SW-FIM-ARQUIVO
004160     MOVE ZERO TO MAT-MATRICULA
004170     START CADASTRO-ALUNOS KEY IS NOT LESS THAN MAT-MATRICULA
004180         INVALID KEY
004190             SET FIM-ARQUIVO TO TRUE
004200     END-START
004210     PERFORM 3100-LER-CADASTRO THRU 3100-EXIT
004220     PERFORM 3200-INCLUIR-ALUNO THRU 3200-EXIT
004230         UNTIL FIM-ARQUIVO.
004240 3000-EXIT.
004250     EXIT.
004260
004270*-----------------------------------------------------------
004280* 3100-LER-CADASTRO - le o proximo aluno do cadastro
004290*-----------------------------------------------------------
004300 3100-LER-CADASTRO.
004310     IF NOT FIM-ARQUIVO
004320         READ CADASTRO-ALUNOS NEXT RECORD
004330             AT END
004340                 SET FIM-ARQUIVO TO TRUE
004350         END-READ
004360     END-IF.
004370 3100-EXIT.
004380     EXIT.
004390
004400*-----------------------------------------------------------
004410* 3200-INCLUIR-ALUNO - inclui o aluno ativo na tabela
004420*-----------------------------------------------------------
004430 3200-INCLUIR-ALUNO.
004440     IF MAT-ATIVO
004450         IF TAL-QTD < 3000
004460             ADD 1 TO TAL-QTD
004470             MOVE MAT-MATRICULA TO TAL-MATRICULA(TAL-QTD)
004480             MOVE MAT-NOME-ALUNO TO TAL-NOME(TAL-QTD)
004490             MOVE MAT-TURMA TO TAL-TURMA(TAL-QTD)
004500         ELSE
004510             IF NOT TAB-ALUNOS-CHEIA
004520                 SET TAB-ALUNOS-CHEIA TO TRUE
004530                 DISPLAY "Tabela de alunos cheia; conferencia "
004540                     "parcial."
004550             END-IF
004560         END-IF
004570     END-IF
004580     PERFORM 3100-LER-CADASTRO THRU 3100-EXIT.
004590 3200-EXIT.
004600     EXIT.
004610
004620*-----------------------------------------------------------
004630* 4000-CONFERIR-ATRIBUICOES - percorre as atribuicoes em
004640* ordem de professor, com quebra e contagens por professor
004650*-----------------------------------------------------------
004660 4000-CONFERIR-ATRIBUICOES.
004670     IF TAT-QTD = ZERO
004680         MOVE "Nenhuma atribuicao de professor no ano letivo."
004690             TO LINHA-SAIDA
004700         WRITE LINHA-SAIDA
004710         GO TO 4000-EXIT
004720     END-IF
004730     MOVE TAT-PROFESSOR(1) TO PROFESSOR-ATUAL
004740     PERFORM 4100-ABRIR-PROFESSOR THRU 4100-EXIT
004750     PERFORM VARYING TAT-IDX FROM 1 BY 1 UNTIL TAT-IDX > TAT-QTD
004760         PERFORM 4200-CONFERIR-ATRIBUICAO THRU 4200-EXIT
004770     END-PERFORM
004780     PERFORM 4900-FECHAR-PROFESSOR THRU 4900-EXIT.
004790 4000-EXIT.
004800     EXIT.
004810
004820*-----------------------------------------------------------
004830* 4100-ABRIR-PROFESSOR - cabecalho do bloco do professor
004840* atual e zera as contagens dele
004850*-----------------------------------------------------------
004860 4100-ABRIR-PROFESSOR.
004870     MOVE ZERO TO CONT-PROF-NOTAS CONT-PROF-FREQUENCIA
004880         CONT-PROF-ALUNOS
004890     MOVE PROFESSOR-ATUAL TO LCP-PROFESSOR
004900     MOVE "(nao cadastrado)" TO LCP-NOME
004910     IF PROFESSORES-ABERTO
004920         MOVE PROFESSOR-ATUAL TO PRF-ID
004930         READ PROFESSORES
004940             INVALID KEY
004950                 CONTINUE
004960             NOT INVALID KEY
004970                 MOVE PRF-NOME TO LCP-NOME
004980         END-READ
004990     END-IF
005000     MOVE SPACES TO LINHA-SAIDA
005010     WRITE LINHA-SAIDA
005020     MOVE LINHA-CAB-PROFESSOR TO LINHA-SAIDA
005030     WRITE LINHA-SAIDA
005040     MOVE LINHA-COLUNAS TO LINHA-SAIDA
005050     WRITE LINHA-SAIDA.
005060 4100-EXIT.
005070     EXIT.
005080
005090*-----------------------------------------------------------
005100* 4200-CONFERIR-ATRIBUICAO - na troca de professor fecha o
005110* bloco anterior e abre o novo; confere cada aluno ativo da
005120* turma da atribuicao
005130*-----------------------------------------------------------
005140 4200-CONFERIR-ATRIBUICAO.
005150     IF TAT-PROFESSOR(TAT-IDX) NOT = PROFESSOR-ATUAL
005160         PERFORM 4900-FECHAR-PROFESSOR THRU 4900-EXIT
005170         MOVE TAT-PROFESSOR(TAT-IDX) TO PROFESSOR-ATUAL
005180         PERFORM 4100-ABRIR-PROFESSOR THRU 4100-EXIT
005190     END-IF
005200     PERFORM VARYING TAL-IDX FROM 1 BY 1 UNTIL TAL-IDX > TAL-QTD
005210         PERFORM 4300-CONFERIR-ALUNO THRU 4300-EXIT
005220     END-PERFORM.
005230 4200-EXIT.
005240     EXIT.
005250
005260*-----------------------------------------------------------
005270* 4300-CONFERIR-ALUNO - aluno da turma da atribuicao: confere
005280* a nota no mestre (chave com o nome oficial do cadastro) e a
005290* frequencia do periodo; bimestre cursado na escola anterior
005300* vai para o bloco da guia, sem frequencia a conferir
005310*-----------------------------------------------------------
005320 4300-CONFERIR-ALUNO.
005330     IF TAL-TURMA(TAL-IDX) NOT = TAT-TURMA(TAT-IDX)
005340         GO TO 4300-EXIT
005350     END-IF
005360     ADD 1 TO CONT-PROF-ALUNOS
005370     ADD 1 TO CONT-CONFERIDOS
005380     MOVE "N" TO SW-FALTA-NOTA SW-FALTA-FREQUENCIA
005390         SW-NOTA-DA-GUIA
005400     MOVE ANO-LETIVO TO REG-ANO-LETIVO
005410     MOVE BIMESTRE TO REG-BIMESTRE
005420     MOVE TAT-TURMA(TAT-IDX) TO REG-TURMA
005430     MOVE TAT-MATERIA(TAT-IDX) TO REG-MATERIA
005440     MOVE TAL-NOME(TAL-IDX) TO REG-NOME-ALUNO
005450     READ ALUNOS-MASTER
005460         INVALID KEY
005470             SET FALTA-NOTA TO TRUE
005480         NOT INVALID KEY
005490             IF REG-NOTA-EXTERNA
005500                 SET NOTA-DA-GUIA TO TRUE
005510             END-IF
005520     END-READ
005530     IF FALTA-NOTA
005540         PERFORM 4310-VERIFICAR-GUIA THRU 4310-EXIT
005550     END-IF
005560     IF NOTA-DA-GUIA
005570         GO TO 4300-EXIT
005580     END-IF
005590     IF FREQUENCIA-DISPONIVEL
005600         MOVE ANO-LETIVO TO FALT-ANO-LETIVO
005610         MOVE BIMESTRE TO FALT-BIMESTRE
005620         MOVE TAT-TURMA(TAT-IDX) TO FALT-TURMA
005630         MOVE TAT-MATERIA(TAT-IDX) TO FALT-MATERIA
005640         MOVE TAL-MATRICULA(TAL-IDX) TO FALT-MATRICULA
005650         READ FREQUENCIA-ALUNOS
005660             INVALID KEY
005670                 SET FALTA-FREQUENCIA TO TRUE
005680         END-READ
005690     END-IF
005700     IF FALTA-NOTA OR FALTA-FREQUENCIA
005710         PERFORM 4400-IMPRIMIR-PENDENCIA THRU 4400-EXIT
005720     END-IF.
005730 4300-EXIT.
005740     EXIT.
005750
005760*-----------------------------------------------------------
005770* 4310-VERIFICAR-GUIA - nota ausente de aluno recebido por
005780* transferencia num bimestre anterior ao da entrada: a media
005790* vem da guia e a pendencia e da secretaria
005800*-----------------------------------------------------------
005810 4310-VERIFICAR-GUIA.
005820     CALL "ConsultaTransferencia" USING TAL-MATRICULA(TAL-IDX)
005830         ANO-LETIVO DIRECAO-ENTRADA TRF-REGISTRO
005840         SITUACAO-TRANSFERENCIA
005850     IF SITUACAO-TRANSFERENCIA NOT = "A"
005860         GO TO 4310-EXIT
005870     END-IF
005880     IF BIMESTRE NOT < TRF-BIMESTRE
005890         GO TO 4310-EXIT
005900     END-IF
005910     SET NOTA-DA-GUIA TO TRUE
005920     MOVE "N" TO SW-FALTA-NOTA
005930     ADD 1 TO PENDENCIAS-GUIA
005940     IF TGP-QTD < 200
005950         ADD 1 TO TGP-QTD
005960         MOVE TAT-TURMA(TAT-IDX) TO TGP-TURMA(TGP-QTD)
005970         MOVE TAT-MATERIA(TAT-IDX) TO TGP-MATERIA(TGP-QTD)
005980         MOVE TAL-MATRICULA(TAL-IDX) TO TGP-MATRICULA(TGP-QTD)
005990         MOVE TAL-NOME(TAL-IDX) TO TGP-NOME(TGP-QTD)
006000     ELSE
006010         IF NOT TAB-GUIA-CHEIA
006020             SET TAB-GUIA-CHEIA TO TRUE
006030             DISPLAY "Tabela de guias pendentes cheia; lista "
006040                 "parcial (contagem completa)."
006050         END-IF
006060     END-IF.
006070 4310-EXIT.
006080     EXIT.
006090
006100*-----------------------------------------------------------
006110* 4400-IMPRIMIR-PENDENCIA - linha do aluno com pendencia e
006120* contagem no professor e no total
006130*-----------------------------------------------------------
006140 4400-IMPRIMIR-PENDENCIA.
006150     MOVE TAT-TURMA(TAT-IDX) TO LD-TURMA
006160     MOVE TAT-MATERIA(TAT-IDX) TO LD-MATERIA
006170     MOVE TAL-MATRICULA(TAL-IDX) TO LD-MATRICULA
006180     MOVE TAL-NOME(TAL-IDX) TO LD-NOME
006190     IF FALTA-NOTA AND FALTA-FREQUENCIA
006200         MOVE "Nota e frequencia" TO LD-PENDENCIA
006210     ELSE
006220         IF FALTA-NOTA
006230             MOVE "Nota" TO LD-PENDENCIA
006240         ELSE
006250             MOVE "Frequencia" TO LD-PENDENCIA
006260         END-IF
006270     END-IF
006280     IF FALTA-NOTA
006290         ADD 1 TO CONT-PROF-NOTAS
006300         ADD 1 TO PENDENCIAS-NOTA
006310     END-IF
006320     IF FALTA-FREQUENCIA
006330         ADD 1 TO CONT-PROF-FREQUENCIA
006340         ADD 1 TO PENDENCIAS-FREQUENCIA
006350     END-IF
006360     MOVE LINHA-DETALHE TO LINHA-SAIDA
006370     WRITE LINHA-SAIDA.
006380 4400-EXIT.
006390     EXIT.
006400
006410*-----------------------------------------------------------
006420* 4900-FECHAR-PROFESSOR - contagens do professor atual
006430*-----------------------------------------------------------
006440 4900-FECHAR-PROFESSOR.
006450     MOVE CONT-PROF-ALUNOS TO LTP-ALUNOS
006460     MOVE CONT-PROF-NOTAS TO LTP-NOTAS
006470     MOVE CONT-PROF-FREQUENCIA TO LTP-FREQUENCIA
006480     MOVE LINHA-TOTAL-PROFESSOR TO LINHA-SAIDA
006490     WRITE LINHA-SAIDA.
006500 4900-EXIT.
006510     EXIT.
006520
006530*-----------------------------------------------------------
006540* 5000-EMITIR-GUIAS - bloco da secretaria com as medias da
006550* guia de transferencia ainda nao lancadas
006560*-----------------------------------------------------------
006570 5000-EMITIR-GUIAS.
006580     IF TGP-QTD = ZERO
006590         GO TO 5000-EXIT
006600     END-IF
006610     MOVE SPACES TO LINHA-SAIDA
006620     WRITE LINHA-SAIDA
006630     MOVE LINHA-CAB-GUIA TO LINHA-SAIDA
006640     WRITE LINHA-SAIDA
006650     MOVE LINHA-COLUNAS TO LINHA-SAIDA
006660     WRITE LINHA-SAIDA
006670     PERFORM VARYING TGP-IDX FROM 1 BY 1 UNTIL TGP-IDX > TGP-QTD
006680         PERFORM 5100-IMPRIMIR-GUIA THRU 5100-EXIT
006690     END-PERFORM.
006700 5000-EXIT.
006710     EXIT.
006720
006730*-----------------------------------------------------------
006740* 5100-IMPRIMIR-GUIA - linha de uma media da guia pendente
006750*-----------------------------------------------------------
006760 5100-IMPRIMIR-GUIA.
006770     MOVE TGP-TURMA(TGP-IDX) TO LD-TURMA
006780     MOVE TGP-MATERIA(TGP-IDX) TO LD-MATERIA
006790     MOVE TGP-MATRICULA(TGP-IDX) TO LD-MATRICULA
006800     MOVE TGP-NOME(TGP-IDX) TO LD-NOME
006810     MOVE "Media da guia" TO LD-PENDENCIA
006820     MOVE LINHA-DETALHE TO LINHA-SAIDA
006830     WRITE LINHA-SAIDA.
006840 5100-EXIT.
006850     EXIT.
006860
006870*-----------------------------------------------------------
006880* 9000-FINALIZAR - linha de totais e fechamento dos arquivos
006890*-----------------------------------------------------------
006900 9000-FINALIZAR.
006910     IF NOT ARQUIVOS-ABERTOS
006920         GO TO 9000-EXIT
006930     END-IF
006940     MOVE SPACES TO LINHA-SAIDA
006950     WRITE LINHA-SAIDA
006960     MOVE PENDENCIAS-NOTA TO LTT-NOTAS
006970     MOVE PENDENCIAS-FREQUENCIA TO LTT-FREQUENCIA
006980     MOVE PENDENCIAS-GUIA TO LTT-GUIA
006990     MOVE CONT-CONFERIDOS TO LTT-CONFERIDOS
007000     MOVE LINHA-TOTAIS TO LINHA-SAIDA
007010     WRITE LINHA-SAIDA
007020     CLOSE ATRIBUICOES
007030     CLOSE CADASTRO-ALUNOS
007040     CLOSE ALUNOS-MASTER
007050     CLOSE RELATORIO-PENDENCIAS
007060     IF PROFESSORES-ABERTO
007070         CLOSE PROFESSORES
007080     END-IF
007090     IF FREQUENCIA-DISPONIVEL
007100         CLOSE FREQUENCIA-ALUNOS
007110     END-IF.
007120 9000-EXIT.
007130     EXIT.
