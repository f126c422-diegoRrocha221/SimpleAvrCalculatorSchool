000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Emitir as folhas de notas e frequencia (diario de
000140* classe pre-impresso) do bimestre: uma folha por atribuicao
000150* de professor (ATRIBUICOES) do ano letivo, de todas as turmas
000160* ou de uma so, com os alunos ativos da turma no cadastro
000170* (CADASTRO-ALUNOS) em ordem de nome, a quantidade de notas da
000180* materia (MATERIAS-CONFIG) e o numero de controle da folha. A
000190* folha fica registrada em FOLHAS com os alunos impressos; a
000200* digitacao (DigitaFolha) e feita pelo numero da folha e gera
000210* o lote de notas (TRANLOTE) e o de frequencia (FREQLOTE).
000220* Folha do mesmo periodo, turma e materia ainda nao digitada e
000230* cancelada e reemitida com numero novo; folha ja digitada nao
000240* e reemitida. Bimestre fechado nao tem folha. Relatorio de
000250* impressao RELFOLHA.
000260* Tectonics: cobc
000270*-----------------------------------------------------------------
000280* Mod history:
000290*   2026-10-15 DRR  Criado (folhas de notas pre-impressas).
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. EmiteFolhas.
000330 AUTHOR. Diego R. Rocha.
000340 INSTALLATION. Secretaria Escolar.
000350 DATE-WRITTEN. 15/10/2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ATRIBUICOES ASSIGN TO "ATRIBUIC"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS ATR-CHAVE
000450         FILE STATUS IS FS-ATRIBUICOES.
000460
000470     SELECT CADASTRO-ALUNOS ASSIGN TO "ALUNOSCD"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS MAT-MATRICULA
000510         FILE STATUS IS FS-CADASTRO.
000520
000530     SELECT FOLHAS ASSIGN TO "FOLHAS"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS FLH-CHAVE
000570         FILE STATUS IS FS-FOLHAS.
000580
000590     SELECT RELATORIO-FOLHAS ASSIGN TO "RELFOLHA"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-RELATORIO.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ATRIBUICOES.
000660 COPY ATRIBREG.
000670
000680 FD  CADASTRO-ALUNOS.
000690 COPY MATRREG.
000700
000710 FD  FOLHAS.
000720 COPY FOLHAREG.
000730
000740 FD  RELATORIO-FOLHAS.
000750 01  LINHA-SAIDA                  PIC X(132).
000760
000770 WORKING-STORAGE SECTION.
000780 01  ANO-LETIVO                   PIC 9(04).
000790 01  BIMESTRE                     PIC 9(01).
000800 01  TURMA-PEDIDA                 PIC X(06).
000810 01  DATA-HOJE                    PIC 9(08).
000820 01  ULTIMA-FOLHA                 PIC 9(06).
000830 01  NUMERO-FOLHA                 PIC 9(06).
000840 01  SITUACAO-PERIODO             PIC X(01).
000850 01  PROFESSOR-ID                 PIC 9(04).
000860 01  PROFESSOR-NOME               PIC X(30).
000870 01  SITUACAO-ATRIBUICAO          PIC X(01).
000880 01  QTD-NOTAS                    PIC 9(01).
000890 01  PESOS-NOTAS                  PIC 9(01) OCCURS 4 TIMES.
000900 01  MATERIA-CADASTRADA           PIC X(01).
000910 01  I                            PIC 9(01).
000920
000930 01  CONT-EMITIDAS                PIC 9(05) COMP.
000940 01  CONT-REEMITIDAS              PIC 9(05) COMP.
000950 01  CONT-JA-DIGITADAS            PIC 9(05) COMP.
000960 01  CONT-NAO-EMITIDAS            PIC 9(05) COMP.
000970 01  CONT-ALUNOS                  PIC 9(05) COMP.
000980
000990 01  SW-ARQUIVOS-ABERTOS          PIC X(01) VALUE "N".
001000     88  ARQUIVOS-ABERTOS                 VALUE "S".
001010 01  SW-FIM-ARQUIVO               PIC X(01).
001020     88  FIM-ARQUIVO                      VALUE "S".
001030 01  SW-FIM-CADASTRO              PIC X(01).
001040     88  FIM-CADASTRO                     VALUE "S".
001050 01  SW-FIM-FOLHAS                PIC X(01).
001060     88  FIM-FOLHAS                       VALUE "S".
001070 01  SW-TAB-CHEIA                 PIC X(01).
001080     88  TAB-CHEIA                        VALUE "S".
001084 01  SW-TAB-FOLHAS-CHEIA          PIC X(01).
001086     88  TAB-FOLHAS-CHEIA                 VALUE "S".
001090
001100 01  FS-ATRIBUICOES               PIC X(02).
001110     88  FS-ATRIBUICOES-OK                VALUE "00".
001120 01  FS-CADASTRO                  PIC X(02).
001130     88  FS-CADASTRO-OK                   VALUE "00".
001140 01  FS-FOLHAS                    PIC X(02).
001150     88  FS-FOLHAS-OK                     VALUE "00".
001160     88  FS-FOLHAS-INEXISTENTE            VALUE "35".
001170 01  FS-RELATORIO                 PIC X(02).
001180     88  FS-RELATORIO-OK                  VALUE "00".
001190
001200* Folhas ja emitidas no periodo (nao canceladas), por turma e
001210* materia, para reemitir ou recusar; com a tabela cheia, a
001215* atribuicao sem folha achada nela fica sem folha (aviso)
001220 01  TABELA-FOLHAS.
001230     05  TFE-ITEM OCCURS 500 TIMES.
001240         10  TFE-TURMA            PIC X(06).
001250         10  TFE-MATERIA          PIC X(20).
001260         10  TFE-NUMERO           PIC 9(06).
001270         10  TFE-SITUACAO         PIC X(01).
001280 01  TFE-QTD                      PIC 9(04) COMP.
001290 01  TFE-IDX                      PIC 9(04) COMP.
001300 01  TFE-ACHADO                   PIC 9(04) COMP.
001310
001320* Alunos ativos da turma, em ordem de nome
001330 01  TABELA-ALUNOS.
001340     05  TAL-ITEM OCCURS 80 TIMES.
001350         10  TAL-NOME             PIC X(30).
001360         10  TAL-MATRICULA        PIC 9(06).
001370 01  TAL-QTD                      PIC 9(03) COMP.
001380 01  TAL-IDX                      PIC 9(03) COMP.
001390 01  TAL-POSICAO                  PIC 9(03) COMP.
001400
001410 01  LINHA-SEPARADOR              PIC X(100) VALUE ALL "=".
001420
001430 01  LINHA-TITULO.
001440     05  FILLER                   PIC X(48) VALUE
001450         "DIARIO DE CLASSE - FOLHA DE NOTAS E FREQUENCIA  ".
001460     05  FILLER                   PIC X(07) VALUE "Folha: ".
001470     05  LT-NUMERO                PIC 9(06).
001480     05  FILLER                   PIC X(14) VALUE
001490         "  Emitida em: ".
001500     05  LT-DATA                  PIC 9(08).
001510
001520 01  LINHA-PERIODO.
001530     05  FILLER                   PIC X(12) VALUE "Ano letivo: ".
001540     05  LP-ANO-LETIVO            PIC 9(04).
001550     05  FILLER                   PIC X(12) VALUE
001560         "  Bimestre: ".
001570     05  LP-BIMESTRE              PIC 9(01).
001580     05  FILLER                   PIC X(09) VALUE "  Turma: ".
001590     05  LP-TURMA                 PIC X(06).
001600     05  FILLER                   PIC X(11) VALUE "  Materia: ".
001610     05  LP-MATERIA               PIC X(20).
001620
001630 01  LINHA-PROFESSOR.
001640     05  FILLER                   PIC X(11) VALUE "Professor: ".
001650     05  LPR-PROFESSOR            PIC 9(04).
001660     05  FILLER                   PIC X(01) VALUE SPACES.
001670     05  LPR-NOME                 PIC X(30).
001680     05  FILLER                   PIC X(19) VALUE
001690         "  Notas previstas: ".
001700     05  LPR-QTD-NOTAS            PIC 9(01).
001710     05  FILLER                   PIC X(31) VALUE
001720         "  Aulas dadas no bimestre: ____".
001730
001740 01  LINHA-COLUNAS.
001750     05  FILLER                   PIC X(05) VALUE "Lin. ".
001760     05  FILLER                   PIC X(11) VALUE "Matricula  ".
001770     05  FILLER                   PIC X(32) VALUE "Aluno".
001780     05  FILLER                   PIC X(32) VALUE
001790         "Nota 1  Nota 2  Nota 3  Nota 4  ".
001800     05  FILLER                   PIC X(06) VALUE "Faltas".
001810
001820 01  LINHA-ALUNO.
001830     05  LA-LINHA                 PIC 9(03).
001840     05  FILLER                   PIC X(02) VALUE SPACES.
001850     05  LA-MATRICULA             PIC 9(06).
001860     05  FILLER                   PIC X(05) VALUE SPACES.
001870     05  LA-NOME                  PIC X(30).
001880     05  FILLER                   PIC X(02) VALUE SPACES.
001890     05  LA-NOTA                  PIC X(08) OCCURS 4 TIMES.
001900     05  LA-FALTAS                PIC X(06).
001910
001920 01  LINHA-ASSINATURA.
001930     05  FILLER                   PIC X(50) VALUE
001940         "Assinatura do professor: ________________________ ".
001950     05  FILLER                   PIC X(20) VALUE
001960         "  Data: ___/___/____".
001970
001980 01  LINHA-DEVOLUCAO.
001990     05  FILLER                   PIC X(44) VALUE
002000         "Devolver a secretaria para digitacao (folha ".
002010     05  LDV-NUMERO               PIC 9(06).
002020     05  FILLER                   PIC X(02) VALUE ").".
002030
002040 01  LINHA-AVISO.
002050     05  FILLER                   PIC X(07) VALUE "AVISO: ".
002060     05  LAV-TURMA                PIC X(06).
002070     05  FILLER                   PIC X(01) VALUE SPACES.
002080     05  LAV-MATERIA              PIC X(20).
002090     05  FILLER                   PIC X(01) VALUE SPACES.
002100     05  LAV-TEXTO                PIC X(60).
002110
002120 01  TEXTO-FOLHA.
002130     05  TFL-TEXTO                PIC X(24).
002140     05  TFL-NUMERO               PIC 9(06).
002150
002160 01  LINHA-TOTAL.
002170     05  LTOT-TEXTO               PIC X(38).
002180     05  LTOT-VALOR               PIC ZZZZ9.
002190
002200 PROCEDURE DIVISION.
002210*-----------------------------------------------------------
002220* 0000-MAINLINE
002230*-----------------------------------------------------------
002240 0000-MAINLINE.
002250     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002260     IF ARQUIVOS-ABERTOS
002270         PERFORM 1500-CARREGAR-FOLHAS THRU 1500-EXIT
002280         PERFORM 2000-LER-ATRIBUICAO THRU 2000-EXIT
002290         PERFORM 3000-EMITIR-FOLHA THRU 3000-EXIT
002300             UNTIL FIM-ARQUIVO
002310     END-IF
002320     PERFORM 9000-FINALIZAR THRU 9000-EXIT
002330     STOP RUN.
002340
002350*-----------------------------------------------------------
002360* 1000-INICIALIZAR - le o periodo e a turma, recusa bimestre
002370* fechado e abre os arquivos; o arquivo de folhas e criado na
002380* primeira emissao, com o registro de controle da numeracao
002390*-----------------------------------------------------------
002400 1000-INICIALIZAR.
002410     MOVE ZERO TO CONT-EMITIDAS CONT-REEMITIDAS
002420         CONT-JA-DIGITADAS CONT-NAO-EMITIDAS CONT-ALUNOS
002430     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
002440     PERFORM 1100-OBTER-ANO-LETIVO THRU 1100-EXIT
002450     PERFORM 1200-OBTER-BIMESTRE THRU 1200-EXIT
002460     DISPLAY "Turma (em branco para todas): "
002470     ACCEPT TURMA-PEDIDA
002480     CALL "ConsultaPeriodo" USING ANO-LETIVO BIMESTRE
002490         SITUACAO-PERIODO
002500     IF SITUACAO-PERIODO = "F"
002510         DISPLAY "Bimestre " BIMESTRE " fechado; folhas nao "
002520             "emitidas."
002530         GO TO 1000-EXIT
002540     END-IF
002550     OPEN INPUT ATRIBUICOES
002560     IF NOT FS-ATRIBUICOES-OK
002570         DISPLAY "Atribuicoes indisponiveis; folhas nao "
002580             "emitidas. Status: " FS-ATRIBUICOES
002590         GO TO 1000-EXIT
002600     END-IF
002610     OPEN INPUT CADASTRO-ALUNOS
002620     IF NOT FS-CADASTRO-OK
002630         DISPLAY "Cadastro de alunos indisponivel; folhas nao "
002640             "emitidas. Status: " FS-CADASTRO
002650         CLOSE ATRIBUICOES
002660         GO TO 1000-EXIT
002670     END-IF
002680     OPEN I-O FOLHAS WITH LOCK
002690     IF FS-FOLHAS-INEXISTENTE
002700         OPEN OUTPUT FOLHAS
002710         CLOSE FOLHAS
002720         OPEN I-O FOLHAS WITH LOCK
002730     END-IF
002740     IF NOT FS-FOLHAS-OK
002750         DISPLAY "Arquivo de folhas em uso por outra sessao; "
002760             "folhas nao emitidas. Status: " FS-FOLHAS
002770         CLOSE ATRIBUICOES
002780         CLOSE CADASTRO-ALUNOS
002790         GO TO 1000-EXIT
002800     END-IF
002810     PERFORM 1300-LER-CONTROLE THRU 1300-EXIT
002820     OPEN OUTPUT RELATORIO-FOLHAS
002830     SET ARQUIVOS-ABERTOS TO TRUE.
002840 1000-EXIT.
002850     EXIT.
002860
002870*-----------------------------------------------------------
002880* 1100-OBTER-ANO-LETIVO - le e valida o ano letivo
002890*-----------------------------------------------------------
002900 1100-OBTER-ANO-LETIVO.
002910     DISPLAY "Entre com o ano letivo (AAAA): "
002920     ACCEPT ANO-LETIVO
002930     IF ANO-LETIVO < 2000 THEN
002940         DISPLAY "Ano letivo invalido! Por favor entre com um "
002950             "ano valido"
002960         GO TO 1100-OBTER-ANO-LETIVO
002970     END-IF.
002980 1100-EXIT.
002990     EXIT.
003000
003010*-----------------------------------------------------------
003020* 1200-OBTER-BIMESTRE - le e valida o bimestre
003030*-----------------------------------------------------------
003040 1200-OBTER-BIMESTRE.
003050     DISPLAY "Entre com o bimestre (1-4): "
003060     ACCEPT BIMESTRE
003070     IF BIMESTRE < 1 OR BIMESTRE > 4 THEN
003080         DISPLAY "Bimestre invalido! Por favor entre com um "
003090             "bimestre de 1 a 4"
003100         GO TO 1200-OBTER-BIMESTRE
003110     END-IF.
003120 1200-EXIT.
003130     EXIT.
003140
003150*-----------------------------------------------------------
003160* 1300-LER-CONTROLE - le o ultimo numero de folha emitido,
003170* gravando o registro de controle na primeira emissao
003180*-----------------------------------------------------------
003190 1300-LER-CONTROLE.
003200     MOVE ZERO TO FLH-NUMERO
003210     MOVE ZERO TO FLH-LINHA
003220     READ FOLHAS
003230         INVALID KEY
003240             MOVE SPACES TO FLH-CONTROLE
003250             MOVE ZERO TO FLC-ULTIMA-FOLHA
003260             WRITE FLH-REGISTRO
003270     END-READ
003280     MOVE FLC-ULTIMA-FOLHA TO ULTIMA-FOLHA.
003290 1300-EXIT.
003300     EXIT.
003310
003320*-----------------------------------------------------------
003330* 1500-CARREGAR-FOLHAS - guarda as folhas do periodo ja
003340* emitidas e nao canceladas (cabecalhos, linha zero)
003350*-----------------------------------------------------------
003360 1500-CARREGAR-FOLHAS.
003370     MOVE ZERO TO TFE-QTD
003380     MOVE "N" TO SW-TAB-FOLHAS-CHEIA
003390     MOVE "N" TO SW-FIM-FOLHAS
003400     MOVE 1 TO FLH-NUMERO
003410     MOVE ZERO TO FLH-LINHA
003420     START FOLHAS KEY IS NOT LESS THAN FLH-CHAVE
003430         INVALID KEY
003440             SET FIM-FOLHAS TO TRUE
003450     END-START
003460     PERFORM 1510-LER-FOLHA THRU 1510-EXIT
003470         UNTIL FIM-FOLHAS.
003480 1500-EXIT.
003490     EXIT.
003500
003510*-----------------------------------------------------------
003520* 1510-LER-FOLHA - le o proximo registro e guarda o cabecalho
003530* de folha do periodo
003540*-----------------------------------------------------------
003550 1510-LER-FOLHA.
003560     READ FOLHAS NEXT RECORD
003570         AT END
003580             SET FIM-FOLHAS TO TRUE
003590             GO TO 1510-EXIT
003600     END-READ
003610     IF FLH-LINHA NOT = ZERO
003620         GO TO 1510-EXIT
003630     END-IF
003640     IF FLH-ANO-LETIVO NOT = ANO-LETIVO
003650         OR FLH-BIMESTRE NOT = BIMESTRE
003660         OR FLH-CANCELADA
003670         GO TO 1510-EXIT
003680     END-IF
003690     IF TFE-QTD < 500
003700         ADD 1 TO TFE-QTD
003710         MOVE FLH-TURMA TO TFE-TURMA(TFE-QTD)
003720         MOVE FLH-MATERIA TO TFE-MATERIA(TFE-QTD)
003730         MOVE FLH-NUMERO TO TFE-NUMERO(TFE-QTD)
003740         MOVE FLH-SITUACAO TO TFE-SITUACAO(TFE-QTD)
003750     ELSE
003760         SET TAB-FOLHAS-CHEIA TO TRUE
003770     END-IF.
003780 1510-EXIT.
003790     EXIT.
003800
003810*-----------------------------------------------------------
003820* 2000-LER-ATRIBUICAO - posiciona na primeira atribuicao do
003830* ano (e da turma pedida) e le a proxima a cada chamada; outro
003840* ano ou outra turma encerra a leitura
003850*-----------------------------------------------------------
003860 2000-LER-ATRIBUICAO.
003870     MOVE "N" TO SW-FIM-ARQUIVO
003880     MOVE LOW-VALUES TO ATR-CHAVE
003890     MOVE ANO-LETIVO TO ATR-ANO-LETIVO
003900     IF TURMA-PEDIDA NOT = SPACES
003910         MOVE TURMA-PEDIDA TO ATR-TURMA
003920     END-IF
003930     START ATRIBUICOES KEY IS NOT LESS THAN ATR-CHAVE
003940         INVALID KEY
003950             SET FIM-ARQUIVO TO TRUE
003960             GO TO 2000-EXIT
003970     END-START
003980     PERFORM 2100-PROXIMA-ATRIBUICAO THRU 2100-EXIT.
003990 2000-EXIT.
004000     EXIT.
004010
004020*-----------------------------------------------------------
004030* 2100-PROXIMA-ATRIBUICAO - le a proxima atribuicao da selecao
004040*-----------------------------------------------------------
004050 2100-PROXIMA-ATRIBUICAO.
004060     READ ATRIBUICOES NEXT RECORD
004070         AT END
004080             SET FIM-ARQUIVO TO TRUE
004090             GO TO 2100-EXIT
004100     END-READ
004110     IF ATR-ANO-LETIVO NOT = ANO-LETIVO
004120         SET FIM-ARQUIVO TO TRUE
004130         GO TO 2100-EXIT
004140     END-IF
004150     IF TURMA-PEDIDA NOT = SPACES
004160         AND ATR-TURMA NOT = TURMA-PEDIDA
004170         SET FIM-ARQUIVO TO TRUE
004180     END-IF.
004190 2100-EXIT.
004200     EXIT.
004210
004220*-----------------------------------------------------------
004230* 3000-EMITIR-FOLHA - confere a folha anterior, o professor e
004240* a materia, junta os alunos da turma, registra e imprime a
004250* folha da atribuicao corrente
004260*-----------------------------------------------------------
004270 3000-EMITIR-FOLHA.
004280     MOVE ATR-TURMA TO LAV-TURMA
004290     MOVE ATR-MATERIA TO LAV-MATERIA
004300     PERFORM 3100-PROCURAR-FOLHA THRU 3100-EXIT
004310     IF TFE-ACHADO NOT = ZERO
004320         AND TFE-SITUACAO(TFE-ACHADO) = "D"
004330         MOVE "folha ja digitada: " TO TFL-TEXTO
004340         MOVE TFE-NUMERO(TFE-ACHADO) TO TFL-NUMERO
004350         MOVE TEXTO-FOLHA TO LAV-TEXTO
004360         PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
004370         ADD 1 TO CONT-JA-DIGITADAS
004371         GO TO 3000-PROXIMA
004372     END-IF
004373     IF TFE-ACHADO = ZERO AND TAB-FOLHAS-CHEIA
004374         MOVE "mais de 500 folhas no periodo; folha anterior nao "
004375             TO LAV-TEXTO
004376         PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
004377         MOVE "conferida; sem folha." TO LAV-TEXTO
004378         PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
004379         ADD 1 TO CONT-NAO-EMITIDAS
004380         GO TO 3000-PROXIMA
004390     END-IF
004400     CALL "ConsultaAtribuicao" USING ATR-ANO-LETIVO ATR-TURMA
004410         ATR-MATERIA PROFESSOR-ID PROFESSOR-NOME
004420         SITUACAO-ATRIBUICAO
004430     IF SITUACAO-ATRIBUICAO NOT = "A"
004440         MOVE "professor atribuido desativado ou ausente; sem "
004450             TO LAV-TEXTO
004460         PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
004470         MOVE "folha." TO LAV-TEXTO
004480         PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
004490         ADD 1 TO CONT-NAO-EMITIDAS
004500         GO TO 3000-PROXIMA
004510     END-IF
004520     CALL "ConfigMateria" USING ATR-MATERIA QTD-NOTAS
004530         PESOS-NOTAS MATERIA-CADASTRADA
004540     IF MATERIA-CADASTRADA NOT = "S"
004550         MOVE "materia nao cadastrada; sem folha." TO LAV-TEXTO
004560         PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
004570         ADD 1 TO CONT-NAO-EMITIDAS
004580         GO TO 3000-PROXIMA
004590     END-IF
004600     PERFORM 3200-CARREGAR-ALUNOS THRU 3200-EXIT
004610     IF TAL-QTD = ZERO
004620         MOVE "turma sem alunos ativos no cadastro; sem folha."
004630             TO LAV-TEXTO
004640         PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
004650         ADD 1 TO CONT-NAO-EMITIDAS
004660         GO TO 3000-PROXIMA
004670     END-IF
004680     IF TAB-CHEIA
004690         MOVE "turma com mais de 80 alunos ativos; folha com os "
004700             TO LAV-TEXTO
004710         PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
004720         MOVE "80 primeiros em ordem de nome." TO LAV-TEXTO
004730         PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
004740     END-IF
004750     IF TFE-ACHADO NOT = ZERO
004760         PERFORM 3300-CANCELAR-FOLHA THRU 3300-EXIT
004770     END-IF
004780     PERFORM 3400-REGISTRAR-FOLHA THRU 3400-EXIT
004790     PERFORM 4000-IMPRIMIR-FOLHA THRU 4000-EXIT.
004800 3000-PROXIMA.
004810     PERFORM 2100-PROXIMA-ATRIBUICAO THRU 2100-EXIT.
004820 3000-EXIT.
004830     EXIT.
004840
004850*-----------------------------------------------------------
004860* 3100-PROCURAR-FOLHA - procura folha ja emitida no periodo
004870* para a turma e a materia
004880*-----------------------------------------------------------
004890 3100-PROCURAR-FOLHA.
004900     MOVE ZERO TO TFE-ACHADO
004910     PERFORM VARYING TFE-IDX FROM 1 BY 1 UNTIL TFE-IDX > TFE-QTD
004920         PERFORM 3110-COMPARAR-FOLHA THRU 3110-EXIT
004930     END-PERFORM.
004940 3100-EXIT.
004950     EXIT.
004960
004970*-----------------------------------------------------------
004980* 3110-COMPARAR-FOLHA - a digitada prevalece sobre a emitida
004990*-----------------------------------------------------------
005000 3110-COMPARAR-FOLHA.
005010     IF TFE-TURMA(TFE-IDX) = ATR-TURMA
005020         AND TFE-MATERIA(TFE-IDX) = ATR-MATERIA
005030         IF TFE-ACHADO = ZERO OR TFE-SITUACAO(TFE-IDX) = "D"
005040             MOVE TFE-IDX TO TFE-ACHADO
005050         END-IF
005060     END-IF.
005070 3110-EXIT.
005080     EXIT.
005090
005100*-----------------------------------------------------------
005110* 3200-CARREGAR-ALUNOS - percorre o cadastro e junta os alunos
005120* ativos da turma, em ordem de nome
005130*-----------------------------------------------------------
005140 3200-CARREGAR-ALUNOS.
005150     MOVE ZERO TO TAL-QTD
005160     MOVE "N" TO SW-TAB-CHEIA
005170     MOVE "N" TO SW-FIM-CADASTRO
005180     MOVE ZERO TO MAT-MATRICULA
005190     START CADASTRO-ALUNOS KEY IS NOT LESS THAN MAT-MATRICULA
005200         INVALID KEY
005210             SET FIM-CADASTRO TO TRUE
005220     END-START
005230     PERFORM 3210-LER-CADASTRO THRU 3210-EXIT
005240         UNTIL FIM-CADASTRO.
005250 3200-EXIT.
005260     EXIT.
005270
005280*-----------------------------------------------------------
005290* 3210-LER-CADASTRO - aluno ativo da turma entra na tabela no
005300* ponto de insercao pela ordem de nome
005310*-----------------------------------------------------------
005320 3210-LER-CADASTRO.
005330     READ CADASTRO-ALUNOS NEXT RECORD
005340         AT END
005350             SET FIM-CADASTRO TO TRUE
005360             GO TO 3210-EXIT
005370     END-READ
005380     IF MAT-TURMA NOT = ATR-TURMA OR NOT MAT-ATIVO
005390         GO TO 3210-EXIT
005400     END-IF
005410     MOVE ZERO TO TAL-POSICAO
005420     PERFORM VARYING TAL-IDX FROM 1 BY 1 UNTIL TAL-IDX > TAL-QTD
005430         PERFORM 3220-COMPARAR-NOME THRU 3220-EXIT
005440     END-PERFORM
005450     IF TAL-QTD NOT < 80
005460         SET TAB-CHEIA TO TRUE
005470         IF TAL-POSICAO = ZERO
005480             GO TO 3210-EXIT
005490         END-IF
005500     ELSE
005510         ADD 1 TO TAL-QTD
005520     END-IF
005530     IF TAL-POSICAO = ZERO
005540         MOVE TAL-QTD TO TAL-POSICAO
005550     END-IF
005560     PERFORM VARYING TAL-IDX FROM TAL-QTD BY -1
005570         UNTIL TAL-IDX NOT > TAL-POSICAO
005580         MOVE TAL-ITEM(TAL-IDX - 1) TO TAL-ITEM(TAL-IDX)
005590     END-PERFORM
005600     MOVE MAT-NOME-ALUNO TO TAL-NOME(TAL-POSICAO)
005610     MOVE MAT-MATRICULA TO TAL-MATRICULA(TAL-POSICAO).
005620 3210-EXIT.
005630     EXIT.
005640
005650*-----------------------------------------------------------
005660* 3220-COMPARAR-NOME - guarda a primeira posicao de nome maior
005670* (ponto de insercao)
005680*-----------------------------------------------------------
005690 3220-COMPARAR-NOME.
005700     IF TAL-NOME(TAL-IDX) > MAT-NOME-ALUNO AND TAL-POSICAO = ZERO
005710         MOVE TAL-IDX TO TAL-POSICAO
005720     END-IF.
005730 3220-EXIT.
005740     EXIT.
005750
005760*-----------------------------------------------------------
005770* 3300-CANCELAR-FOLHA - a folha anterior ainda nao digitada
005780* fica cancelada; so a reemitida sera aceita na digitacao
005790*-----------------------------------------------------------
005800 3300-CANCELAR-FOLHA.
005810     MOVE TFE-NUMERO(TFE-ACHADO) TO FLH-NUMERO
005820     MOVE ZERO TO FLH-LINHA
005830     READ FOLHAS
005840         INVALID KEY
005850             GO TO 3300-EXIT
005860     END-READ
005870     SET FLH-CANCELADA TO TRUE
005880     REWRITE FLH-REGISTRO
005890     MOVE "C" TO TFE-SITUACAO(TFE-ACHADO)
005900     MOVE "folha cancelada e reemitida: " TO TFL-TEXTO
005910     MOVE FLH-NUMERO TO TFL-NUMERO
005920     MOVE TEXTO-FOLHA TO LAV-TEXTO
005930     PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
005940     ADD 1 TO CONT-REEMITIDAS.
005950 3300-EXIT.
005960     EXIT.
005970
005980*-----------------------------------------------------------
005990* 3400-REGISTRAR-FOLHA - grava o cabecalho e os alunos da
006000* folha com o numero seguinte e atualiza o controle
006010*-----------------------------------------------------------
006020 3400-REGISTRAR-FOLHA.
006030     ADD 1 TO ULTIMA-FOLHA
006040     MOVE ULTIMA-FOLHA TO NUMERO-FOLHA
006050     MOVE NUMERO-FOLHA TO FLH-NUMERO
006060     MOVE ZERO TO FLH-LINHA
006070     MOVE ANO-LETIVO TO FLH-ANO-LETIVO
006080     MOVE BIMESTRE TO FLH-BIMESTRE
006090     MOVE ATR-TURMA TO FLH-TURMA
006100     MOVE ATR-MATERIA TO FLH-MATERIA
006110     MOVE PROFESSOR-ID TO FLH-PROFESSOR
006120     MOVE QTD-NOTAS TO FLH-QTD-NOTAS
006130     MOVE TAL-QTD TO FLH-QTD-ALUNOS
006140     MOVE DATA-HOJE TO FLH-DATA-EMISSAO
006150     SET FLH-EMITIDA TO TRUE
006160     MOVE ZERO TO FLH-DATA-DIGITACAO
006170     MOVE SPACES TO FLH-OPERADOR
006180     WRITE FLH-REGISTRO
006190     PERFORM VARYING TAL-IDX FROM 1 BY 1 UNTIL TAL-IDX > TAL-QTD
006200         PERFORM 3410-GRAVAR-ALUNO THRU 3410-EXIT
006210     END-PERFORM
006220     MOVE ZERO TO FLH-NUMERO
006230     MOVE ZERO TO FLH-LINHA
006240     READ FOLHAS
006250     MOVE ULTIMA-FOLHA TO FLC-ULTIMA-FOLHA
006260     REWRITE FLH-REGISTRO
006270     ADD 1 TO CONT-EMITIDAS
006280     ADD TAL-QTD TO CONT-ALUNOS.
006290 3400-EXIT.
006300     EXIT.
006310
006320*-----------------------------------------------------------
006330* 3410-GRAVAR-ALUNO - grava a linha do aluno na folha
006340*-----------------------------------------------------------
006350 3410-GRAVAR-ALUNO.
006360     MOVE NUMERO-FOLHA TO FLH-NUMERO
006370     MOVE TAL-IDX TO FLH-LINHA
006380     MOVE SPACES TO FLH-ALUNO
006390     MOVE TAL-MATRICULA(TAL-IDX) TO FLA-MATRICULA
006400     MOVE TAL-NOME(TAL-IDX) TO FLA-NOME-ALUNO
006410     WRITE FLH-REGISTRO.
006420 3410-EXIT.
006430     EXIT.
006440
006450*-----------------------------------------------------------
006460* 4000-IMPRIMIR-FOLHA - imprime a folha para o professor: so
006470* as colunas das notas previstas para a materia ficam abertas
006480*-----------------------------------------------------------
006490 4000-IMPRIMIR-FOLHA.
006500     MOVE LINHA-SEPARADOR TO LINHA-SAIDA
006510     WRITE LINHA-SAIDA
006520     MOVE NUMERO-FOLHA TO LT-NUMERO
006530     MOVE DATA-HOJE TO LT-DATA
006540     MOVE LINHA-TITULO TO LINHA-SAIDA
006550     WRITE LINHA-SAIDA
006560     MOVE ANO-LETIVO TO LP-ANO-LETIVO
006570     MOVE BIMESTRE TO LP-BIMESTRE
006580     MOVE ATR-TURMA TO LP-TURMA
006590     MOVE ATR-MATERIA TO LP-MATERIA
006600     MOVE LINHA-PERIODO TO LINHA-SAIDA
006610     WRITE LINHA-SAIDA
006620     MOVE PROFESSOR-ID TO LPR-PROFESSOR
006630     MOVE PROFESSOR-NOME TO LPR-NOME
006640     MOVE QTD-NOTAS TO LPR-QTD-NOTAS
006650     MOVE LINHA-PROFESSOR TO LINHA-SAIDA
006660     WRITE LINHA-SAIDA
006670     MOVE SPACES TO LINHA-SAIDA
006680     WRITE LINHA-SAIDA
006690     MOVE LINHA-COLUNAS TO LINHA-SAIDA
006700     WRITE LINHA-SAIDA
006710     PERFORM VARYING TAL-IDX FROM 1 BY 1 UNTIL TAL-IDX > TAL-QTD
006720         PERFORM 4100-IMPRIMIR-ALUNO THRU 4100-EXIT
006730     END-PERFORM
006740     MOVE SPACES TO LINHA-SAIDA
006750     WRITE LINHA-SAIDA
006760     MOVE LINHA-ASSINATURA TO LINHA-SAIDA
006770     WRITE LINHA-SAIDA
006780     MOVE NUMERO-FOLHA TO LDV-NUMERO
006790     MOVE LINHA-DEVOLUCAO TO LINHA-SAIDA
006800     WRITE LINHA-SAIDA.
006810 4000-EXIT.
006820     EXIT.
006830
006840*-----------------------------------------------------------
006850* 4100-IMPRIMIR-ALUNO - linha do aluno com os campos abertos
006860*-----------------------------------------------------------
006870 4100-IMPRIMIR-ALUNO.
006880     MOVE TAL-IDX TO LA-LINHA
006890     MOVE TAL-MATRICULA(TAL-IDX) TO LA-MATRICULA
006900     MOVE TAL-NOME(TAL-IDX) TO LA-NOME
006910     PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
006920         PERFORM 4110-FORMATAR-NOTA THRU 4110-EXIT
006930     END-PERFORM
006940     MOVE "______" TO LA-FALTAS
006950     MOVE LINHA-ALUNO TO LINHA-SAIDA
006960     WRITE LINHA-SAIDA.
006970 4100-EXIT.
006980     EXIT.
006990
007000*-----------------------------------------------------------
007010* 4110-FORMATAR-NOTA - campo aberto para nota prevista
007020*-----------------------------------------------------------
007030 4110-FORMATAR-NOTA.
007040     IF I > QTD-NOTAS
007050         MOVE "  --    " TO LA-NOTA(I)
007060     ELSE
007070         MOVE "______  " TO LA-NOTA(I)
007080     END-IF.
007090 4110-EXIT.
007100     EXIT.
007110
007120*-----------------------------------------------------------
007130* 8000-IMPRIMIR-AVISO - linha de aviso da turma/materia
007140*-----------------------------------------------------------
007150 8000-IMPRIMIR-AVISO.
007160     MOVE LINHA-AVISO TO LINHA-SAIDA
007170     WRITE LINHA-SAIDA.
007180 8000-EXIT.
007190     EXIT.
007200
007210*-----------------------------------------------------------
007220* 9000-FINALIZAR - totais, fechamento dos arquivos e resumo
007230*-----------------------------------------------------------
007240 9000-FINALIZAR.
007250     IF NOT ARQUIVOS-ABERTOS
007260         GO TO 9000-EXIT
007270     END-IF
007280     MOVE LINHA-SEPARADOR TO LINHA-SAIDA
007290     WRITE LINHA-SAIDA
007300     MOVE "Folhas emitidas:                      " TO LTOT-TEXTO
007310     MOVE CONT-EMITIDAS TO LTOT-VALOR
007320     MOVE LINHA-TOTAL TO LINHA-SAIDA
007330     WRITE LINHA-SAIDA
007340     MOVE "Folhas canceladas e reemitidas:       " TO LTOT-TEXTO
007350     MOVE CONT-REEMITIDAS TO LTOT-VALOR
007360     MOVE LINHA-TOTAL TO LINHA-SAIDA
007370     WRITE LINHA-SAIDA
007380     MOVE "Atribuicoes com folha ja digitada:    " TO LTOT-TEXTO
007390     MOVE CONT-JA-DIGITADAS TO LTOT-VALOR
007400     MOVE LINHA-TOTAL TO LINHA-SAIDA
007410     WRITE LINHA-SAIDA
007420     MOVE "Atribuicoes sem folha (avisos):       " TO LTOT-TEXTO
007430     MOVE CONT-NAO-EMITIDAS TO LTOT-VALOR
007440     MOVE LINHA-TOTAL TO LINHA-SAIDA
007450     WRITE LINHA-SAIDA
007460     MOVE "Alunos listados nas folhas:           " TO LTOT-TEXTO
007470     MOVE CONT-ALUNOS TO LTOT-VALOR
007480     MOVE LINHA-TOTAL TO LINHA-SAIDA
007490     WRITE LINHA-SAIDA
007500     CLOSE ATRIBUICOES
007510     CLOSE CADASTRO-ALUNOS
007520     CLOSE FOLHAS
007530     CLOSE RELATORIO-FOLHAS
007540     DISPLAY "Folhas emitidas: " CONT-EMITIDAS
007550         "  Reemitidas: " CONT-REEMITIDAS
007560         "  Sem folha: " CONT-NAO-EMITIDAS.
007570 9000-EXIT.
007580     EXIT.
