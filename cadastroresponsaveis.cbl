000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Manter os responsaveis pelo aluno (arquivo
000140* RESPONSAVEIS, ate 9 por matricula): incluir, alterar,
000150* desativar, reativar e consultar nome, parentesco, telefone,
000160* e-mail, endereco e o canal preferido para os avisos as
000170* familias (S SMS, E e-mail, C carta). O canal escolhido exige
000180* o contato correspondente. A matricula e validada no cadastro
000190* de alunos; so aluno ativo recebe responsavel novo.
000200* Tectonics: cobc
000210*-----------------------------------------------------------------
000220* Mod history:
000230*   2026-10-15 DRR  Criado (responsaveis e avisos as familias).
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CadastroResponsaveis.
000270 AUTHOR. Diego R. Rocha.
000280 INSTALLATION. Secretaria Escolar.
000290 DATE-WRITTEN. 15/10/2026.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RESPONSAVEIS ASSIGN TO "RESPONS"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS RSP-CHAVE
000390         FILE STATUS IS FS-RESPONSAVEIS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  RESPONSAVEIS.
000440 COPY RESPREG.
000450
000460 WORKING-STORAGE SECTION.
000470 01  MATRICULA                    PIC 9(06).
000480 01  SEQUENCIA                    PIC 9(01).
000490 01  ULTIMA-SEQUENCIA             PIC 9(01).
000500 01  NOME-CADASTRO                PIC X(30).
000510 01  TURMA-CADASTRO               PIC X(06).
000520 01  SITUACAO-CADASTRO            PIC X(01).
000530 01  NOME-RESPONSAVEL             PIC X(30).
000540 01  PARENTESCO                   PIC X(15).
000550 01  TELEFONE                     PIC X(15).
000560 01  EMAIL                        PIC X(50).
000570 01  ENDERECO                     PIC X(60).
000580 01  CANAL                        PIC X(01).
000590     88  CANAL-SMS                        VALUE "S".
000600     88  CANAL-EMAIL                      VALUE "E".
000610     88  CANAL-CARTA                      VALUE "C".
000620 01  DATA-HOJE                    PIC 9(08).
000630 01  OPCAO                        PIC X(01).
000640 01  CONTINUAR                    PIC X(01).
000650 01  OPERADOR                     PIC X(10).
000660 01  MODO-ACESSO                  PIC X(01) VALUE "S".
000670 01  FUNCAO-ACESSO                PIC X(12) VALUE "RESPONSAVEIS".
000680 01  PERFIL-OPERADOR              PIC X(01).
000690 01  PROFESSOR-OPERADOR           PIC 9(04).
000700 01  SITUACAO-ACESSO              PIC X(01).
000710
000720 01  CONT-RESPONSAVEIS            PIC 9(05) COMP.
000730
000740 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
000750     88  ARQUIVO-ABERTO                   VALUE "S".
000760
000770 01  SW-ALUNO-VALIDO              PIC X(01).
000780     88  ALUNO-VALIDO                     VALUE "S".
000790
000800 01  SW-FIM-RESPONSAVEIS          PIC X(01).
000810     88  FIM-RESPONSAVEIS                 VALUE "S".
000820
000830 01  FS-RESPONSAVEIS              PIC X(02).
000840     88  FS-RESPONSAVEIS-OK               VALUE "00".
000850     88  FS-RESPONSAVEIS-INEXISTENTE      VALUE "35".
000860
000870 PROCEDURE DIVISION.
000880*-----------------------------------------------------------
000890* 0000-MAINLINE
000900*-----------------------------------------------------------
000910 0000-MAINLINE.
000920     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
000930     PERFORM 2000-PROCESSAR-OPCAO THRU 2000-EXIT
000940         UNTIL CONTINUAR = "N"
000950     PERFORM 9000-FINALIZAR THRU 9000-EXIT
000960     STOP RUN.
000970
000980*-----------------------------------------------------------
000990* 1000-INICIALIZAR - identifica o operador em ControleAcesso
001000* e abre o arquivo de responsaveis, criando-o apenas na
001010* primeira utilizacao (status 35)
001020*-----------------------------------------------------------
001030 1000-INICIALIZAR.
001040     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
001050         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
001060         SITUACAO-ACESSO
001070     IF SITUACAO-ACESSO NOT = "A"
001080         MOVE "N" TO CONTINUAR
001090         GO TO 1000-EXIT
001100     END-IF
001110     OPEN I-O RESPONSAVEIS
001120     IF FS-RESPONSAVEIS-INEXISTENTE
001130         OPEN OUTPUT RESPONSAVEIS
001140         CLOSE RESPONSAVEIS
001150         OPEN I-O RESPONSAVEIS
001160     END-IF
001170     IF NOT FS-RESPONSAVEIS-OK
001180         DISPLAY "Arquivo de responsaveis indisponivel (em uso "
001190             "por outro programa ou danificado). Status: "
001200             FS-RESPONSAVEIS
001210         MOVE "N" TO CONTINUAR
001220         GO TO 1000-EXIT
001230     END-IF
001240     SET ARQUIVO-ABERTO TO TRUE
001250     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
001260     MOVE "S" TO CONTINUAR.
001270 1000-EXIT.
001280     EXIT.
001290
001300*-----------------------------------------------------------
001310* 2000-PROCESSAR-OPCAO - mostra o menu e executa a opcao
001320*-----------------------------------------------------------
001330 2000-PROCESSAR-OPCAO.
001340     DISPLAY "1-Incluir  2-Alterar  3-Desativar  4-Reativar  "
001350         "5-Consultar"
001360     ACCEPT OPCAO
001370     EVALUATE OPCAO
001380         WHEN "1"
001390             PERFORM 3000-INCLUIR THRU 3000-EXIT
001400         WHEN "2"
001410             PERFORM 4000-ALTERAR THRU 4000-EXIT
001420         WHEN "3"
001430             PERFORM 5000-DESATIVAR THRU 5000-EXIT
001440         WHEN "4"
001450             PERFORM 6000-REATIVAR THRU 6000-EXIT
001460         WHEN "5"
001470             PERFORM 7000-CONSULTAR THRU 7000-EXIT
001480         WHEN OTHER
001490             DISPLAY "Opcao invalida."
001500     END-EVALUATE
001510     DISPLAY "Deseja continuar (S/N)? "
001520     ACCEPT CONTINUAR.
001530 2000-EXIT.
001540     EXIT.
001550
001560*-----------------------------------------------------------
001570* 2100-OBTER-MATRICULA - le a matricula do aluno e a valida
001580* no cadastro de alunos
001590*-----------------------------------------------------------
001600 2100-OBTER-MATRICULA.
001610     MOVE "N" TO SW-ALUNO-VALIDO
001620     DISPLAY "Matricula do aluno: "
001630     ACCEPT MATRICULA
001640     IF MATRICULA = ZERO THEN
001650         DISPLAY "Matricula invalida! Por favor entre com uma "
001660             "matricula valida"
001670         GO TO 2100-OBTER-MATRICULA
001680     END-IF
001690     CALL "ConsultaCadastro" USING MATRICULA NOME-CADASTRO
001700         TURMA-CADASTRO SITUACAO-CADASTRO
001710     EVALUATE SITUACAO-CADASTRO
001720         WHEN "N"
001730             DISPLAY "Matricula nao encontrada no cadastro."
001740         WHEN "X"
001750             DISPLAY "Cadastro de alunos indisponivel."
001760         WHEN OTHER
001770             DISPLAY "Aluno: " NOME-CADASTRO
001780                 "  Turma: " TURMA-CADASTRO
001790                 "  Situacao: " SITUACAO-CADASTRO
001800             SET ALUNO-VALIDO TO TRUE
001810     END-EVALUATE.
001820 2100-EXIT.
001830     EXIT.
001840
001850*-----------------------------------------------------------
001860* 2150-OBTER-SEQUENCIA - le a sequencia do responsavel
001870*-----------------------------------------------------------
001880 2150-OBTER-SEQUENCIA.
001890     DISPLAY "Sequencia do responsavel (1-9): "
001900     ACCEPT SEQUENCIA
001910     IF SEQUENCIA = ZERO THEN
001920         DISPLAY "Sequencia invalida! Por favor entre com uma "
001930             "sequencia valida"
001940         GO TO 2150-OBTER-SEQUENCIA
001950     END-IF.
001960 2150-EXIT.
001970     EXIT.
001980
001990*-----------------------------------------------------------
002000* 2200-OBTER-DADOS - le nome, parentesco, contatos e canal
002010*-----------------------------------------------------------
002020 2200-OBTER-DADOS.
002030     PERFORM 2210-OBTER-NOME THRU 2210-EXIT
002040     PERFORM 2220-OBTER-PARENTESCO THRU 2220-EXIT
002050     PERFORM 2230-OBTER-CONTATOS THRU 2230-EXIT.
002060 2200-EXIT.
002070     EXIT.
002080
002090*-----------------------------------------------------------
002100* 2210-OBTER-NOME - le o nome do responsavel
002110*-----------------------------------------------------------
002120 2210-OBTER-NOME.
002130     DISPLAY "Nome do responsavel: "
002140     ACCEPT NOME-RESPONSAVEL
002150     IF NOME-RESPONSAVEL = SPACES THEN
002160         DISPLAY "Nome invalido! Por favor entre com um nome "
002170             "valido"
002180         GO TO 2210-OBTER-NOME
002190     END-IF.
002200 2210-EXIT.
002210     EXIT.
002220
002230*-----------------------------------------------------------
002240* 2220-OBTER-PARENTESCO - le o parentesco com o aluno
002250*-----------------------------------------------------------
002260 2220-OBTER-PARENTESCO.
002270     DISPLAY "Parentesco (mae, pai, avo, tutor...): "
002280     ACCEPT PARENTESCO
002290     IF PARENTESCO = SPACES THEN
002300         DISPLAY "Parentesco invalido! Por favor entre com um "
002310             "parentesco valido"
002320         GO TO 2220-OBTER-PARENTESCO
002330     END-IF.
002340 2220-EXIT.
002350     EXIT.
002360
002370*-----------------------------------------------------------
002380* 2230-OBTER-CONTATOS - le telefone, e-mail, endereco e o
002390* canal preferido; o canal exige o contato correspondente
002400*-----------------------------------------------------------
002410 2230-OBTER-CONTATOS.
002420     DISPLAY "Telefone celular: "
002430     ACCEPT TELEFONE
002440     DISPLAY "E-mail: "
002450     ACCEPT EMAIL
002460     DISPLAY "Endereco para correspondencia: "
002470     ACCEPT ENDERECO
002480     PERFORM 2240-OBTER-CANAL THRU 2240-EXIT
002490     IF (CANAL-SMS AND TELEFONE = SPACES)
002500         OR (CANAL-EMAIL AND EMAIL = SPACES)
002510         OR (CANAL-CARTA AND ENDERECO = SPACES)
002520         DISPLAY "Canal sem o contato correspondente! Por "
002530             "favor entre com os contatos novamente"
002540         GO TO 2230-OBTER-CONTATOS
002550     END-IF.
002560 2230-EXIT.
002570     EXIT.
002580
002590*-----------------------------------------------------------
002600* 2240-OBTER-CANAL - le o canal preferido para os avisos
002610*-----------------------------------------------------------
002620 2240-OBTER-CANAL.
002630     DISPLAY "Canal preferido (S-SMS E-E-mail C-Carta): "
002640     ACCEPT CANAL
002650     IF NOT CANAL-SMS AND NOT CANAL-EMAIL AND NOT CANAL-CARTA
002660         DISPLAY "Canal invalido! Por favor entre com um "
002670             "canal valido"
002680         GO TO 2240-OBTER-CANAL
002690     END-IF.
002700 2240-EXIT.
002710     EXIT.
002720
002730*-----------------------------------------------------------
002740* 2300-LISTAR-RESPONSAVEIS - mostra os responsaveis da
002750* matricula e guarda a ultima sequencia usada
002760*-----------------------------------------------------------
002770 2300-LISTAR-RESPONSAVEIS.
002780     MOVE ZERO TO CONT-RESPONSAVEIS
002790     MOVE ZERO TO ULTIMA-SEQUENCIA
002800     MOVE "N" TO SW-FIM-RESPONSAVEIS
002810     MOVE MATRICULA TO RSP-MATRICULA
002820     MOVE ZERO TO RSP-SEQUENCIA
002830     START RESPONSAVEIS KEY IS NOT LESS THAN RSP-CHAVE
002840         INVALID KEY
002850             SET FIM-RESPONSAVEIS TO TRUE
002860     END-START
002870     PERFORM 2310-LER-RESPONSAVEL THRU 2310-EXIT
002880         UNTIL FIM-RESPONSAVEIS
002890     IF CONT-RESPONSAVEIS = ZERO
002900         DISPLAY "Nenhum responsavel cadastrado para a "
002910             "matricula."
002920     END-IF.
002930 2300-EXIT.
002940     EXIT.
002950
002960*-----------------------------------------------------------
002970* 2310-LER-RESPONSAVEL - le e mostra o proximo responsavel
002980* da mesma matricula
002990*-----------------------------------------------------------
003000 2310-LER-RESPONSAVEL.
003010     READ RESPONSAVEIS NEXT RECORD
003020         AT END
003030             SET FIM-RESPONSAVEIS TO TRUE
003040             GO TO 2310-EXIT
003050     END-READ
003060     IF RSP-MATRICULA NOT = MATRICULA
003070         SET FIM-RESPONSAVEIS TO TRUE
003080         GO TO 2310-EXIT
003090     END-IF
003100     ADD 1 TO CONT-RESPONSAVEIS
003110     MOVE RSP-SEQUENCIA TO ULTIMA-SEQUENCIA
003120     PERFORM 2400-MOSTRAR-RESPONSAVEL THRU 2400-EXIT.
003130 2310-EXIT.
003140     EXIT.
003150
003160*-----------------------------------------------------------
003170* 2400-MOSTRAR-RESPONSAVEL - mostra os dados do responsavel
003180*-----------------------------------------------------------
003190 2400-MOSTRAR-RESPONSAVEL.
003200     DISPLAY "Sequencia: " RSP-SEQUENCIA
003210         "  Situacao: " RSP-SITUACAO
003220         "  Canal: " RSP-CANAL
003230     DISPLAY "  Nome: " RSP-NOME
003240         "  Parentesco: " RSP-PARENTESCO
003250     DISPLAY "  Telefone: " RSP-TELEFONE
003260         "  E-mail: " RSP-EMAIL
003270     DISPLAY "  Endereco: " RSP-ENDERECO.
003280 2400-EXIT.
003290     EXIT.
003300
003310*-----------------------------------------------------------
003320* 2500-MOVER-DADOS - passa os dados lidos para o registro
003330*-----------------------------------------------------------
003340 2500-MOVER-DADOS.
003350     MOVE NOME-RESPONSAVEL TO RSP-NOME
003360     MOVE PARENTESCO TO RSP-PARENTESCO
003370     MOVE TELEFONE TO RSP-TELEFONE
003380     MOVE EMAIL TO RSP-EMAIL
003390     MOVE ENDERECO TO RSP-ENDERECO
003400     MOVE CANAL TO RSP-CANAL
003410     MOVE DATA-HOJE TO RSP-DATA-ALTERACAO
003420     MOVE OPERADOR TO RSP-OPERADOR.
003430 2500-EXIT.
003440     EXIT.
003450
003460*-----------------------------------------------------------
003470* 2600-LER-RESPONSAVEL - pede a matricula e a sequencia e le
003480* o responsavel; SW-ALUNO-VALIDO fica "N" se nao achar
003490*-----------------------------------------------------------
003500 2600-LER-RESPONSAVEL.
003510     PERFORM 2100-OBTER-MATRICULA THRU 2100-EXIT
003520     IF NOT ALUNO-VALIDO
003530         GO TO 2600-EXIT
003540     END-IF
003550     PERFORM 2300-LISTAR-RESPONSAVEIS THRU 2300-EXIT
003560     IF CONT-RESPONSAVEIS = ZERO
003570         MOVE "N" TO SW-ALUNO-VALIDO
003580         GO TO 2600-EXIT
003590     END-IF
003600     PERFORM 2150-OBTER-SEQUENCIA THRU 2150-EXIT
003610     MOVE MATRICULA TO RSP-MATRICULA
003620     MOVE SEQUENCIA TO RSP-SEQUENCIA
003630     READ RESPONSAVEIS
003640         INVALID KEY
003650             DISPLAY "Responsavel nao encontrado."
003660             MOVE "N" TO SW-ALUNO-VALIDO
003670     END-READ.
003680 2600-EXIT.
003690     EXIT.
003700
003710*-----------------------------------------------------------
003720* 3000-INCLUIR - inclui um responsavel ativo na sequencia
003730* seguinte da matricula
003740*-----------------------------------------------------------
003750 3000-INCLUIR.
003760     PERFORM 2100-OBTER-MATRICULA THRU 2100-EXIT
003770     IF NOT ALUNO-VALIDO
003780         GO TO 3000-EXIT
003790     END-IF
003800     IF SITUACAO-CADASTRO NOT = "A"
003810         DISPLAY "Aluno nao esta ativo no cadastro; responsavel "
003820             "nao incluido."
003830         GO TO 3000-EXIT
003840     END-IF
003850     PERFORM 2300-LISTAR-RESPONSAVEIS THRU 2300-EXIT
003860     IF ULTIMA-SEQUENCIA = 9
003870         DISPLAY "Limite de 9 responsaveis por aluno atingido."
003880         GO TO 3000-EXIT
003890     END-IF
003900     PERFORM 2200-OBTER-DADOS THRU 2200-EXIT
003910     MOVE MATRICULA TO RSP-MATRICULA
003920     ADD 1 TO ULTIMA-SEQUENCIA GIVING RSP-SEQUENCIA
003930     PERFORM 2500-MOVER-DADOS THRU 2500-EXIT
003940     SET RSP-ATIVO TO TRUE
003950     WRITE RSP-REGISTRO
003960         INVALID KEY
003970             DISPLAY "Responsavel ja cadastrado."
003980         NOT INVALID KEY
003990             DISPLAY "Responsavel incluido na sequencia "
004000                 RSP-SEQUENCIA "."
004010     END-WRITE.
004020 3000-EXIT.
004030     EXIT.
004040
004050*-----------------------------------------------------------
004060* 4000-ALTERAR - altera os dados do responsavel
004070*-----------------------------------------------------------
004080 4000-ALTERAR.
004090     PERFORM 2600-LER-RESPONSAVEL THRU 2600-EXIT
004100     IF NOT ALUNO-VALIDO
004110         GO TO 4000-EXIT
004120     END-IF
004130     PERFORM 2200-OBTER-DADOS THRU 2200-EXIT
004140     PERFORM 2500-MOVER-DADOS THRU 2500-EXIT
004150     REWRITE RSP-REGISTRO
004160     DISPLAY "Responsavel alterado.".
004170 4000-EXIT.
004180     EXIT.
004190
004200*-----------------------------------------------------------
004210* 5000-DESATIVAR - marca o responsavel como inativo; ele
004220* permanece no arquivo e deixa de receber avisos
004230*-----------------------------------------------------------
004240 5000-DESATIVAR.
004250     PERFORM 2600-LER-RESPONSAVEL THRU 2600-EXIT
004260     IF NOT ALUNO-VALIDO
004270         GO TO 5000-EXIT
004280     END-IF
004290     SET RSP-INATIVO TO TRUE
004300     MOVE DATA-HOJE TO RSP-DATA-ALTERACAO
004310     MOVE OPERADOR TO RSP-OPERADOR
004320     REWRITE RSP-REGISTRO
004330     DISPLAY "Responsavel desativado: " RSP-NOME.
004340 5000-EXIT.
004350     EXIT.
004360
004370*-----------------------------------------------------------
004380* 6000-REATIVAR - devolve o responsavel a situacao ativa
004390*-----------------------------------------------------------
004400 6000-REATIVAR.
004410     PERFORM 2600-LER-RESPONSAVEL THRU 2600-EXIT
004420     IF NOT ALUNO-VALIDO
004430         GO TO 6000-EXIT
004440     END-IF
004450     SET RSP-ATIVO TO TRUE
004460     MOVE DATA-HOJE TO RSP-DATA-ALTERACAO
004470     MOVE OPERADOR TO RSP-OPERADOR
004480     REWRITE RSP-REGISTRO
004490     DISPLAY "Responsavel reativado: " RSP-NOME.
004500 6000-EXIT.
004510     EXIT.
004520
004530*-----------------------------------------------------------
004540* 7000-CONSULTAR - mostra os responsaveis da matricula
004550*-----------------------------------------------------------
004560 7000-CONSULTAR.
004570     PERFORM 2100-OBTER-MATRICULA THRU 2100-EXIT
004580     IF ALUNO-VALIDO
004590         PERFORM 2300-LISTAR-RESPONSAVEIS THRU 2300-EXIT
004600     END-IF.
004610 7000-EXIT.
004620     EXIT.
004630
004640*-----------------------------------------------------------
004650* 9000-FINALIZAR - fecha o arquivo de responsaveis
004660*-----------------------------------------------------------
004670 9000-FINALIZAR.
004680     IF ARQUIVO-ABERTO
004690         CLOSE RESPONSAVEIS
004700     END-IF.
004710 9000-EXIT.
004720     EXIT.
