000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Digitar a folha de notas e frequencia pre-impressa
000140* (EmiteFolhas) pelo numero da folha: ano letivo, bimestre,
000150* turma, materia, professor e alunos vem da folha registrada em
000160* FOLHAS; o operador digita so as aulas dadas, as notas
000170* previstas para a materia e as faltas de cada aluno. Gera as
000180* transacoes do lote de notas (TRANLOTE, criticado pelo
000190* EditaLote) e do lote de frequencia (FREQLOTE, carregado pelo
000200* CarregaFrequencia) e marca a folha como digitada. Aluno que
000210* deixou de estar ativo na turma desde a emissao e ignorado.
000220* Folha cancelada (reemitida), ja digitada ou de bimestre
000230* fechado nao e aceita; o professor so digita as proprias.
000240* Tectonics: cobc
000250*-----------------------------------------------------------------
000260* Mod history:
000270*   2026-10-15 DRR  Criado (folhas de notas pre-impressas).
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DigitaFolha.
000310 AUTHOR. Diego R. Rocha.
000320 INSTALLATION. Secretaria Escolar.
000330 DATE-WRITTEN. 15/10/2026.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT FOLHAS ASSIGN TO "FOLHAS"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS FLH-CHAVE
000430         FILE STATUS IS FS-FOLHAS.
000440
000450     SELECT TRANSACOES-LOTE ASSIGN TO "TRANLOTE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-TRANSACAO.
000480
000490     SELECT FREQUENCIA-LOTE ASSIGN TO "FREQLOTE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-LOTE.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  FOLHAS.
000560 COPY FOLHAREG.
000570
000580 FD  TRANSACOES-LOTE.
000590 COPY TRANREG.
000600
000610 FD  FREQUENCIA-LOTE.
000620 COPY FQTREG.
000630
000640 WORKING-STORAGE SECTION.
000650 01  NUMERO-FOLHA                 PIC 9(06).
000660 01  ANO-LETIVO                   PIC 9(04).
000670 01  BIMESTRE                     PIC 9(01).
000680 01  TURMA                        PIC X(06).
000690 01  MATERIA                      PIC X(20).
000700 01  PROFESSOR-FOLHA              PIC 9(04).
000710 01  QTD-NOTAS                    PIC 9(01).
000720 01  AULAS-DADAS                  PIC 9(03).
000730 01  MATRICULA                    PIC 9(06).
000740 01  NOME-CADASTRO                PIC X(30).
000750 01  TURMA-CADASTRO               PIC X(06).
000760 01  SITUACAO-CADASTRO            PIC X(01).
000770 01  SITUACAO-PERIODO             PIC X(01).
000780 01  CONFIRMA                     PIC X(01).
000790 01  I                            PIC 9(01).
000800 01  CONTINUAR                    PIC X(01).
000810 01  OPERADOR                     PIC X(10).
000820 01  DATA-HOJE                    PIC 9(08).
000830 01  MODO-ACESSO                  PIC X(01) VALUE "S".
000840 01  FUNCAO-ACESSO                PIC X(12) VALUE "NOTAS".
000850 01  PERFIL-OPERADOR              PIC X(01).
000860     88  PERFIL-PROFESSOR                 VALUE "P".
000870 01  PROFESSOR-OPERADOR           PIC 9(04).
000880 01  SITUACAO-ACESSO              PIC X(01).
000890
000900 01  CONT-FOLHAS                  PIC 9(05) COMP.
000910 01  CONT-DIGITADOS               PIC 9(05) COMP.
000920 01  CONT-IGNORADOS               PIC 9(05) COMP.
000930
000940 01  SW-FOLHA-VALIDA              PIC X(01).
000950     88  FOLHA-VALIDA                     VALUE "S".
000960 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
000970     88  ARQUIVO-ABERTO                   VALUE "S".
000980 01  SW-FIM-FOLHA                 PIC X(01).
000990     88  FIM-FOLHA                        VALUE "S".
001000
001010 01  FS-FOLHAS                    PIC X(02).
001020     88  FS-FOLHAS-OK                     VALUE "00".
001030     88  FS-FOLHAS-INEXISTENTE            VALUE "35".
001040 01  FS-TRANSACAO                 PIC X(02).
001050     88  FS-TRANSACAO-OK                  VALUE "00".
001060 01  FS-LOTE                      PIC X(02).
001070     88  FS-LOTE-OK                       VALUE "00".
001080
001090* Alunos da folha com o que foi digitado; situacao "D" digitado,
001100* "I" ignorado (fora da turma ou nao mais ativo no cadastro)
001110 01  TABELA-DIGITACAO.
001120     05  TDG-ITEM OCCURS 999 TIMES.
001130         10  TDG-MATRICULA        PIC 9(06).
001140         10  TDG-NOME             PIC X(30).
001150         10  TDG-NOTAS            PIC 99V99 OCCURS 4 TIMES.
001160         10  TDG-FALTAS           PIC 9(03).
001170         10  TDG-SITUACAO         PIC X(01).
001180 01  TDG-QTD                      PIC 9(03) COMP.
001190 01  TDG-IDX                      PIC 9(03) COMP.
001200
001210 PROCEDURE DIVISION.
001220*-----------------------------------------------------------
001230* 0000-MAINLINE
001240*-----------------------------------------------------------
001250 0000-MAINLINE.
001260     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001270     PERFORM 2000-PROCESSAR-FOLHA THRU 2000-EXIT
001280         UNTIL CONTINUAR = "N"
001290     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001300     STOP RUN.
001310
001320*-----------------------------------------------------------
001330* 1000-INICIALIZAR - identifica o operador (ControleAcesso)
001340* e abre o arquivo de folhas
001350*-----------------------------------------------------------
001360 1000-INICIALIZAR.
001370     MOVE ZERO TO CONT-FOLHAS CONT-DIGITADOS CONT-IGNORADOS
001380     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
001390     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
001400         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
001410         SITUACAO-ACESSO
001420     IF SITUACAO-ACESSO NOT = "A"
001430         MOVE "N" TO CONTINUAR
001440         GO TO 1000-EXIT
001450     END-IF
001460     OPEN I-O FOLHAS
001470     IF FS-FOLHAS-INEXISTENTE
001480         DISPLAY "Nenhuma folha emitida (EmiteFolhas)."
001490         MOVE "N" TO CONTINUAR
001500         GO TO 1000-EXIT
001510     END-IF
001520     IF NOT FS-FOLHAS-OK
001530         DISPLAY "Arquivo de folhas em uso por outro programa ou "
001540             "indisponivel. Status: " FS-FOLHAS
001550         MOVE "N" TO CONTINUAR
001560         GO TO 1000-EXIT
001570     END-IF
001580     SET ARQUIVO-ABERTO TO TRUE
001590     MOVE "S" TO CONTINUAR.
001600 1000-EXIT.
001610     EXIT.
001620
001630*-----------------------------------------------------------
001640* 2000-PROCESSAR-FOLHA - localiza, digita e grava uma folha
001650*-----------------------------------------------------------
001660 2000-PROCESSAR-FOLHA.
001670     PERFORM 2100-IDENTIFICAR-FOLHA THRU 2100-EXIT
001680     IF FOLHA-VALIDA
001690         PERFORM 2200-DIGITAR-FOLHA THRU 2200-EXIT
001700     END-IF
001710     DISPLAY "Deseja continuar (S/N)? "
001720     ACCEPT CONTINUAR.
001730 2000-EXIT.
001740     EXIT.
001750
001760*-----------------------------------------------------------
001770* 2100-IDENTIFICAR-FOLHA - le o numero e confere o cabecalho:
001780* so folha emitida, de bimestre aberto e, para o professor,
001790* atribuida a ele
001800*-----------------------------------------------------------
001810 2100-IDENTIFICAR-FOLHA.
001820     MOVE "N" TO SW-FOLHA-VALIDA
001830     DISPLAY "Entre com o numero da folha: "
001840     ACCEPT NUMERO-FOLHA
001850     IF NUMERO-FOLHA = ZERO
001860         DISPLAY "Folha invalida! Por favor entre com uma "
001870             "folha valida"
001880         GO TO 2100-IDENTIFICAR-FOLHA
001890     END-IF
001900     MOVE NUMERO-FOLHA TO FLH-NUMERO
001910     MOVE ZERO TO FLH-LINHA
001920     READ FOLHAS
001930         INVALID KEY
001940             DISPLAY "Folha " NUMERO-FOLHA " nao encontrada."
001950             GO TO 2100-EXIT
001960     END-READ
001970     IF FLH-CANCELADA
001980         DISPLAY "Folha " NUMERO-FOLHA " cancelada (substituida "
001990             "por reemissao); digite a folha reemitida."
002000         GO TO 2100-EXIT
002010     END-IF
002020     IF FLH-DIGITADA
002030         DISPLAY "Folha " NUMERO-FOLHA " ja digitada em "
002040             FLH-DATA-DIGITACAO " por " FLH-OPERADOR
002050         GO TO 2100-EXIT
002060     END-IF
002070     IF PERFIL-PROFESSOR
002080         AND FLH-PROFESSOR NOT = PROFESSOR-OPERADOR
002090         DISPLAY "Folha atribuida ao professor " FLH-PROFESSOR
002100             "; professor so digita as proprias folhas."
002110         GO TO 2100-EXIT
002120     END-IF
002130     CALL "ConsultaPeriodo" USING FLH-ANO-LETIVO FLH-BIMESTRE
002140         SITUACAO-PERIODO
002150     IF SITUACAO-PERIODO = "F"
002160         DISPLAY "Periodo " FLH-ANO-LETIVO " bimestre "
002170             FLH-BIMESTRE " esta fechado; lancamentos "
002180             "nao permitidos."
002190         GO TO 2100-EXIT
002200     END-IF
002210     MOVE FLH-ANO-LETIVO TO ANO-LETIVO
002220     MOVE FLH-BIMESTRE TO BIMESTRE
002230     MOVE FLH-TURMA TO TURMA
002240     MOVE FLH-MATERIA TO MATERIA
002250     MOVE FLH-PROFESSOR TO PROFESSOR-FOLHA
002260     MOVE FLH-QTD-NOTAS TO QTD-NOTAS
002270     DISPLAY "Folha " NUMERO-FOLHA ": ano " ANO-LETIVO
002280         " bimestre " BIMESTRE " turma " TURMA
002290     DISPLAY "Materia " MATERIA " professor " PROFESSOR-FOLHA
002300         " notas previstas: " QTD-NOTAS
002310     SET FOLHA-VALIDA TO TRUE.
002320 2100-EXIT.
002330     EXIT.
002340
002350*-----------------------------------------------------------
002360* 2200-DIGITAR-FOLHA - aulas dadas, notas e faltas de cada
002370* aluno da folha; confirmada, gera os lotes e baixa a folha
002380*-----------------------------------------------------------
002390 2200-DIGITAR-FOLHA.
002400     PERFORM 2210-OBTER-AULAS THRU 2210-EXIT
002410     MOVE ZERO TO TDG-QTD
002420     MOVE "N" TO SW-FIM-FOLHA
002430     MOVE NUMERO-FOLHA TO FLH-NUMERO
002440     MOVE 1 TO FLH-LINHA
002450     START FOLHAS KEY IS NOT LESS THAN FLH-CHAVE
002460         INVALID KEY
002470             SET FIM-FOLHA TO TRUE
002480     END-START
002490     PERFORM 2300-DIGITAR-ALUNO THRU 2300-EXIT
002500         UNTIL FIM-FOLHA
002510     DISPLAY "Gravar a folha " NUMERO-FOLHA " (S/N)? "
002520     ACCEPT CONFIRMA
002530     IF CONFIRMA NOT = "S"
002540         DISPLAY "Folha nao gravada; continua pendente de "
002550             "digitacao."
002560         GO TO 2200-EXIT
002570     END-IF
002580     PERFORM 2500-GRAVAR-LOTES THRU 2500-EXIT
002590     IF NOT FS-TRANSACAO-OK OR NOT FS-LOTE-OK
002600         GO TO 2200-EXIT
002610     END-IF
002620     PERFORM 2600-BAIXAR-FOLHA THRU 2600-EXIT.
002630 2200-EXIT.
002640     EXIT.
002650
002660*-----------------------------------------------------------
002670* 2210-OBTER-AULAS - le e valida as aulas dadas no bimestre
002680*-----------------------------------------------------------
002690 2210-OBTER-AULAS.
002700     DISPLAY "Entre com as aulas dadas no bimestre: "
002710     ACCEPT AULAS-DADAS
002720     IF AULAS-DADAS = ZERO THEN
002730         DISPLAY "Aulas dadas invalidas! Por favor entre com "
002740             "um numero maior que zero"
002750         GO TO 2210-OBTER-AULAS
002760     END-IF.
002770 2210-EXIT.
002780     EXIT.
002790
002800*-----------------------------------------------------------
002810* 2300-DIGITAR-ALUNO - le a proxima linha da folha e, com o
002820* aluno ainda ativo na turma, digita as notas e as faltas
002830*-----------------------------------------------------------
002840 2300-DIGITAR-ALUNO.
002850     READ FOLHAS NEXT RECORD
002860         AT END
002870             SET FIM-FOLHA TO TRUE
002880             GO TO 2300-EXIT
002890     END-READ
002900     IF FLH-NUMERO NOT = NUMERO-FOLHA OR TDG-QTD NOT < 999
002910         SET FIM-FOLHA TO TRUE
002920         GO TO 2300-EXIT
002930     END-IF
002940     ADD 1 TO TDG-QTD
002950     MOVE TDG-QTD TO TDG-IDX
002960     INITIALIZE TDG-ITEM(TDG-IDX)
002970     MOVE FLA-MATRICULA TO TDG-MATRICULA(TDG-IDX)
002980     MOVE FLA-NOME-ALUNO TO TDG-NOME(TDG-IDX)
002990     MOVE "I" TO TDG-SITUACAO(TDG-IDX)
003000     DISPLAY "Linha " FLH-LINHA ": " FLA-MATRICULA " "
003010         FLA-NOME-ALUNO
003020     MOVE FLA-MATRICULA TO MATRICULA
003030     CALL "ConsultaCadastro" USING MATRICULA NOME-CADASTRO
003040         TURMA-CADASTRO SITUACAO-CADASTRO
003050     EVALUATE SITUACAO-CADASTRO
003060         WHEN "A"
003070             IF TURMA-CADASTRO NOT = TURMA
003080                 DISPLAY "Aluno passou para a turma "
003090                     TURMA-CADASTRO "; linha ignorada."
003100                 GO TO 2300-EXIT
003110             END-IF
003120         WHEN "I"
003130             DISPLAY "Aluno desativado no cadastro; linha "
003140                 "ignorada."
003150             GO TO 2300-EXIT
003160         WHEN "T"
003170             DISPLAY "Aluno transferido para outra escola; "
003180                 "linha ignorada."
003190             GO TO 2300-EXIT
003200         WHEN "N"
003210             DISPLAY "Matricula nao encontrada no cadastro; "
003220                 "linha ignorada."
003230             GO TO 2300-EXIT
003240         WHEN OTHER
003250             DISPLAY "Cadastro de alunos indisponivel; linha "
003260                 "ignorada."
003270             GO TO 2300-EXIT
003280     END-EVALUATE
003290     MOVE NOME-CADASTRO TO TDG-NOME(TDG-IDX)
003300     PERFORM VARYING I FROM 1 BY 1 UNTIL I > QTD-NOTAS
003310         PERFORM 2310-OBTER-NOTA THRU 2310-EXIT
003320     END-PERFORM
003330     PERFORM 2320-OBTER-FALTAS THRU 2320-EXIT
003340     MOVE "D" TO TDG-SITUACAO(TDG-IDX).
003350 2300-EXIT.
003360     EXIT.
003370
003380*-----------------------------------------------------------
003390* 2310-OBTER-NOTA - le e valida uma nota do aluno (0 a 10)
003400*-----------------------------------------------------------
003410 2310-OBTER-NOTA.
003420     DISPLAY "Entre com a nota " I ": "
003430     ACCEPT TDG-NOTAS(TDG-IDX, I)
003440     IF TDG-NOTAS(TDG-IDX, I) < 0 THEN
003450         DISPLAY "Nota invalida! Por favor entre com uma nota "
003460             "valida"
003470         GO TO 2310-OBTER-NOTA
003480     ELSE IF TDG-NOTAS(TDG-IDX, I) > 10 THEN
003490         DISPLAY "Nota invalida! Por favor entre com uma nota "
003500             "valida"
003510         GO TO 2310-OBTER-NOTA
003520     END-IF.
003530 2310-EXIT.
003540     EXIT.
003550
003560*-----------------------------------------------------------
003570* 2320-OBTER-FALTAS - le e valida as faltas (ate as aulas
003580* dadas)
003590*-----------------------------------------------------------
003600 2320-OBTER-FALTAS.
003610     DISPLAY "Entre com as faltas: "
003620     ACCEPT TDG-FALTAS(TDG-IDX)
003630     IF TDG-FALTAS(TDG-IDX) > AULAS-DADAS THEN
003640         DISPLAY "Faltas invalidas! Por favor entre com no "
003650             "maximo " AULAS-DADAS " faltas"
003660         GO TO 2320-OBTER-FALTAS
003670     END-IF.
003680 2320-EXIT.
003690     EXIT.
003700
003710*-----------------------------------------------------------
003720* 2500-GRAVAR-LOTES - acrescenta as transacoes dos alunos
003730* digitados aos lotes de notas e de frequencia
003740*-----------------------------------------------------------
003750 2500-GRAVAR-LOTES.
003760     OPEN EXTEND TRANSACOES-LOTE
003770     IF NOT FS-TRANSACAO-OK
003780         OPEN OUTPUT TRANSACOES-LOTE
003790         CLOSE TRANSACOES-LOTE
003800         OPEN EXTEND TRANSACOES-LOTE
003810     END-IF
003820     IF NOT FS-TRANSACAO-OK
003830         DISPLAY "Lote de notas indisponivel; folha nao "
003840             "gravada. Status: " FS-TRANSACAO
003850         GO TO 2500-EXIT
003860     END-IF
003870     OPEN EXTEND FREQUENCIA-LOTE
003880     IF NOT FS-LOTE-OK
003890         OPEN OUTPUT FREQUENCIA-LOTE
003900         CLOSE FREQUENCIA-LOTE
003910         OPEN EXTEND FREQUENCIA-LOTE
003920     END-IF
003930     IF NOT FS-LOTE-OK
003940         DISPLAY "Lote de frequencia indisponivel; folha nao "
003950             "gravada. Status: " FS-LOTE
003960         CLOSE TRANSACOES-LOTE
003970         GO TO 2500-EXIT
003980     END-IF
003990     PERFORM VARYING TDG-IDX FROM 1 BY 1 UNTIL TDG-IDX > TDG-QTD
004000         PERFORM 2510-GRAVAR-ALUNO THRU 2510-EXIT
004010     END-PERFORM
004020     CLOSE TRANSACOES-LOTE
004030     CLOSE FREQUENCIA-LOTE.
004040 2500-EXIT.
004050     EXIT.
004060
004070*-----------------------------------------------------------
004080* 2510-GRAVAR-ALUNO - transacao de notas e de frequencia do
004090* aluno, com os dados da folha; notas nao previstas em zero
004100*-----------------------------------------------------------
004110 2510-GRAVAR-ALUNO.
004120     IF TDG-SITUACAO(TDG-IDX) NOT = "D"
004130         ADD 1 TO CONT-IGNORADOS
004140         GO TO 2510-EXIT
004150     END-IF
004160     MOVE TDG-MATRICULA(TDG-IDX) TO TRAN-MATRICULA
004170     MOVE ANO-LETIVO TO TRAN-ANO-LETIVO
004180     MOVE BIMESTRE TO TRAN-BIMESTRE
004190     MOVE TURMA TO TRAN-TURMA
004200     MOVE TDG-NOME(TDG-IDX) TO TRAN-NOME-ALUNO
004210     MOVE MATERIA TO TRAN-MATERIA
004220     PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
004230         PERFORM 2520-COPIAR-NOTA THRU 2520-EXIT
004240     END-PERFORM
004250     MOVE PROFESSOR-FOLHA TO TRAN-PROFESSOR
004260     WRITE TRAN-REGISTRO
004270     MOVE ANO-LETIVO TO FQT-ANO-LETIVO
004280     MOVE BIMESTRE TO FQT-BIMESTRE
004290     MOVE TURMA TO FQT-TURMA
004300     MOVE MATERIA TO FQT-MATERIA
004310     MOVE TDG-MATRICULA(TDG-IDX) TO FQT-MATRICULA
004320     MOVE AULAS-DADAS TO FQT-AULAS-DADAS
004330     MOVE TDG-FALTAS(TDG-IDX) TO FQT-FALTAS
004340     WRITE FQT-REGISTRO
004350     ADD 1 TO CONT-DIGITADOS.
004360 2510-EXIT.
004370     EXIT.
004380
004390*-----------------------------------------------------------
004400* 2520-COPIAR-NOTA - nota digitada para a transacao
004410*-----------------------------------------------------------
004420 2520-COPIAR-NOTA.
004430     MOVE TDG-NOTAS(TDG-IDX, I) TO TRAN-NOTAS(I).
004440 2520-EXIT.
004450     EXIT.
004460
004470*-----------------------------------------------------------
004480* 2600-BAIXAR-FOLHA - marca a folha como digitada, com a data
004490* e o operador
004500*-----------------------------------------------------------
004510 2600-BAIXAR-FOLHA.
004520     MOVE NUMERO-FOLHA TO FLH-NUMERO
004530     MOVE ZERO TO FLH-LINHA
004540     READ FOLHAS
004550         INVALID KEY
004560             GO TO 2600-EXIT
004570     END-READ
004580     SET FLH-DIGITADA TO TRUE
004590     MOVE DATA-HOJE TO FLH-DATA-DIGITACAO
004600     MOVE OPERADOR TO FLH-OPERADOR
004610     REWRITE FLH-REGISTRO
004620     ADD 1 TO CONT-FOLHAS
004630     DISPLAY "Folha " NUMERO-FOLHA " gravada nos lotes de notas "
004640         "e de frequencia.".
004650 2600-EXIT.
004660     EXIT.
004670
004680*-----------------------------------------------------------
004690* 9000-FINALIZAR - fecha o arquivo de folhas e mostra o resumo
004700*-----------------------------------------------------------
004710 9000-FINALIZAR.
004720     IF ARQUIVO-ABERTO
004730         CLOSE FOLHAS
004740     END-IF
004750     DISPLAY "Folhas digitadas: " CONT-FOLHAS
004760         "  Alunos: " CONT-DIGITADOS
004770         "  Linhas ignoradas: " CONT-IGNORADOS.
004780 9000-EXIT.
004790     EXIT.
