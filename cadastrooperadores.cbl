000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Manter o cadastro de operadores por ID: incluir,
000140* alterar nome/perfil, desativar, reativar, consultar e trocar
000150* a senha. Perfis: S secretaria, P professor (aponta para o ID
000160* do cadastro de professores), C coordenacao e D direcao. So a
000170* direcao entra neste programa (ControleAcesso); na primeira
000180* utilizacao (arquivo inexistente) o cadastro e criado com o
000190* primeiro operador da direcao, incluido sem identificacao.
000200* Tectonics: cobc
000210*-----------------------------------------------------------------
000220* Mod history:
000230*   2026-10-15 DRR  Criado (cadastro de operadores e controle
000240*                   de acesso por perfil).
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CadastroOperadores.
000280 AUTHOR. Diego R. Rocha.
000290 INSTALLATION. Secretaria Escolar.
000300 DATE-WRITTEN. 15/10/2026.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPERADORES ASSIGN TO "OPERADOR"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS OPR-ID
000400         FILE STATUS IS FS-OPERADORES.
000410
000420     SELECT PROFESSORES ASSIGN TO "PROFESSO"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS PRF-ID
000460         FILE STATUS IS FS-PROFESSORES.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  OPERADORES.
000510 COPY OPERREG.
000520
000530 FD  PROFESSORES.
000540 COPY PROFREG.
000550
000560 WORKING-STORAGE SECTION.
000570 01  OPERADOR-ID                  PIC X(10).
000580 01  NOME-OPERADOR                PIC X(30).
000590 01  SENHA                        PIC X(10).
000600 01  SENHA-CONFIRMACAO            PIC X(10).
000610 01  PERFIL                       PIC X(01).
000620     88  PERFIL-VALIDO                    VALUES "S" "P" "C" "D".
000630     88  PERFIL-PROFESSOR                 VALUE "P".
000640 01  PROFESSOR-ID                 PIC 9(04).
000650 01  OPCAO                        PIC X(01).
000660 01  CONTINUAR                    PIC X(01).
000670 01  DATA-HOJE                    PIC 9(08).
000680
000690 01  OPERADOR                     PIC X(10).
000700 01  MODO-ACESSO                  PIC X(01) VALUE "S".
000710 01  FUNCAO-ACESSO                PIC X(12) VALUE "OPERADORES".
000720 01  PERFIL-OPERADOR              PIC X(01).
000730 01  PROFESSOR-OPERADOR           PIC 9(04).
000740 01  SITUACAO-ACESSO              PIC X(01).
000750
000760 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
000770     88  ARQUIVO-ABERTO                   VALUE "S".
000780 01  SW-PROFESSORES-ABERTO        PIC X(01) VALUE "N".
000790     88  PROFESSORES-ABERTO               VALUE "S".
000800 01  SW-PROFESSOR-OK              PIC X(01).
000810     88  PROFESSOR-OK                     VALUE "S".
000820
000830 01  FS-OPERADORES                PIC X(02).
000840     88  FS-OPERADORES-OK                 VALUE "00".
000850     88  FS-OPERADORES-INEXISTENTE        VALUE "35".
000860 01  FS-PROFESSORES               PIC X(02).
000870     88  FS-PROFESSORES-OK                VALUE "00".
000880
000890 PROCEDURE DIVISION.
000900*-----------------------------------------------------------
000910* 0000-MAINLINE
000920*-----------------------------------------------------------
000930 0000-MAINLINE.
000940     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
000950     PERFORM 2000-PROCESSAR-OPCAO THRU 2000-EXIT
000960         UNTIL CONTINUAR = "N"
000970     PERFORM 9000-FINALIZAR THRU 9000-EXIT
000980     STOP RUN.
000990
001000*-----------------------------------------------------------
001010* 1000-INICIALIZAR - na primeira utilizacao (status 35) cria o
001020* cadastro com o primeiro operador da direcao; senao exige a
001030* identificacao de um operador da direcao. Qualquer outra
001040* falha de abertura encerra sem recriar o arquivo
001050*-----------------------------------------------------------
001060 1000-INICIALIZAR.
001070     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
001080     OPEN INPUT OPERADORES
001090     IF FS-OPERADORES-INEXISTENTE
001100         OPEN OUTPUT OPERADORES
001110         PERFORM 1100-PRIMEIRO-OPERADOR THRU 1100-EXIT
001120         CLOSE OPERADORES
001130     ELSE
001140         IF FS-OPERADORES-OK
001150             CLOSE OPERADORES
001160         END-IF
001170         CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
001180             OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
001190             SITUACAO-ACESSO
001200         IF SITUACAO-ACESSO NOT = "A"
001210             MOVE "N" TO CONTINUAR
001220             GO TO 1000-EXIT
001230         END-IF
001240     END-IF
001250     OPEN I-O OPERADORES
001260     IF NOT FS-OPERADORES-OK
001270         DISPLAY "Cadastro de operadores indisponivel (em uso "
001280             "por outro programa ou danificado). Status: "
001290             FS-OPERADORES
001300         MOVE "N" TO CONTINUAR
001310         GO TO 1000-EXIT
001320     END-IF
001330     SET ARQUIVO-ABERTO TO TRUE
001340     OPEN INPUT PROFESSORES
001350     IF FS-PROFESSORES-OK
001360         SET PROFESSORES-ABERTO TO TRUE
001370     END-IF
001380     MOVE "S" TO CONTINUAR.
001390 1000-EXIT.
001400     EXIT.
001410
001420*-----------------------------------------------------------
001430* 1100-PRIMEIRO-OPERADOR - inclui o primeiro operador, de
001440* perfil direcao, no cadastro recem-criado
001450*-----------------------------------------------------------
001460 1100-PRIMEIRO-OPERADOR.
001470     DISPLAY "Cadastro de operadores criado. Inclua o primeiro "
001480         "operador da direcao."
001490     PERFORM 2100-OBTER-ID THRU 2100-EXIT
001500     PERFORM 2200-OBTER-NOME THRU 2200-EXIT
001510     PERFORM 2300-OBTER-SENHA THRU 2300-EXIT
001520     MOVE OPERADOR-ID TO OPR-ID
001530     MOVE NOME-OPERADOR TO OPR-NOME
001540     MOVE SENHA TO OPR-SENHA
001550     SET OPR-PERFIL-DIRECAO TO TRUE
001560     MOVE ZERO TO OPR-PROFESSOR
001570     SET OPR-ATIVO TO TRUE
001580     MOVE DATA-HOJE TO OPR-DATA-ALTERACAO
001590     WRITE OPR-REGISTRO
001600     MOVE OPERADOR-ID TO OPERADOR.
001610 1100-EXIT.
001620     EXIT.
001630
001640*-----------------------------------------------------------
001650* 2000-PROCESSAR-OPCAO - mostra o menu e executa a opcao
001660*-----------------------------------------------------------
001670 2000-PROCESSAR-OPCAO.
001680     DISPLAY "1-Incluir  2-Alterar  3-Desativar  4-Reativar  "
001690         "5-Consultar  6-Trocar senha"
001700     ACCEPT OPCAO
001710     EVALUATE OPCAO
001720         WHEN "1"
001730             PERFORM 3000-INCLUIR THRU 3000-EXIT
001740         WHEN "2"
001750             PERFORM 4000-ALTERAR THRU 4000-EXIT
001760         WHEN "3"
001770             PERFORM 5000-DESATIVAR THRU 5000-EXIT
001780         WHEN "4"
001790             PERFORM 6000-REATIVAR THRU 6000-EXIT
001800         WHEN "5"
001810             PERFORM 7000-CONSULTAR THRU 7000-EXIT
001820         WHEN "6"
001830             PERFORM 8000-TROCAR-SENHA THRU 8000-EXIT
001840         WHEN OTHER
001850             DISPLAY "Opcao invalida."
001860     END-EVALUATE
001870     DISPLAY "Deseja continuar (S/N)? "
001880     ACCEPT CONTINUAR.
001890 2000-EXIT.
001900     EXIT.
001910
001920*-----------------------------------------------------------
001930* 2100-OBTER-ID - le o ID do operador
001940*-----------------------------------------------------------
001950 2100-OBTER-ID.
001960     DISPLAY "ID do operador: "
001970     ACCEPT OPERADOR-ID
001980     IF OPERADOR-ID = SPACES THEN
001990         DISPLAY "ID invalido! Por favor entre com um ID "
002000             "valido"
002010         GO TO 2100-OBTER-ID
002020     END-IF.
002030 2100-EXIT.
002040     EXIT.
002050
002060*-----------------------------------------------------------
002070* 2200-OBTER-NOME - le o nome do operador
002080*-----------------------------------------------------------
002090 2200-OBTER-NOME.
002100     DISPLAY "Nome do operador: "
002110     ACCEPT NOME-OPERADOR
002120     IF NOME-OPERADOR = SPACES THEN
002130         DISPLAY "Nome invalido! Por favor entre com um nome "
002140             "valido"
002150         GO TO 2200-OBTER-NOME
002160     END-IF.
002170 2200-EXIT.
002180     EXIT.
002190
002200*-----------------------------------------------------------
002210* 2300-OBTER-SENHA - le a senha duas vezes e confere
002220*-----------------------------------------------------------
002230 2300-OBTER-SENHA.
002240     DISPLAY "Senha: "
002250     ACCEPT SENHA
002260     IF SENHA = SPACES THEN
002270         DISPLAY "Senha invalida! Por favor entre com uma "
002280             "senha nao vazia"
002290         GO TO 2300-OBTER-SENHA
002300     END-IF
002310     DISPLAY "Confirme a senha: "
002320     ACCEPT SENHA-CONFIRMACAO
002330     IF SENHA-CONFIRMACAO NOT = SENHA THEN
002340         DISPLAY "Senhas nao conferem! Por favor entre com a "
002350             "senha novamente"
002360         GO TO 2300-OBTER-SENHA
002370     END-IF.
002380 2300-EXIT.
002390     EXIT.
002400
002410*-----------------------------------------------------------
002420* 2400-OBTER-PERFIL - le o perfil; o perfil professor exige o
002430* ID de um professor ativo do cadastro de professores
002440*-----------------------------------------------------------
002450 2400-OBTER-PERFIL.
002460     DISPLAY "Perfil (S-Secretaria P-Professor C-Coordenacao "
002470         "D-Direcao): "
002480     ACCEPT PERFIL
002490     IF NOT PERFIL-VALIDO THEN
002500         DISPLAY "Perfil invalido! Por favor entre com S, P, C "
002510             "ou D"
002520         GO TO 2400-OBTER-PERFIL
002530     END-IF
002540     MOVE ZERO TO PROFESSOR-ID
002550     IF PERFIL-PROFESSOR
002560         PERFORM 2410-OBTER-PROFESSOR THRU 2410-EXIT
002570         IF NOT PROFESSOR-OK
002580             GO TO 2400-OBTER-PERFIL
002590         END-IF
002600     END-IF.
002610 2400-EXIT.
002620     EXIT.
002630
002640*-----------------------------------------------------------
002650* 2410-OBTER-PROFESSOR - le e valida o professor do operador
002660*-----------------------------------------------------------
002670 2410-OBTER-PROFESSOR.
002680     MOVE "N" TO SW-PROFESSOR-OK
002690     IF NOT PROFESSORES-ABERTO
002700         DISPLAY "Cadastro de professores indisponivel; perfil "
002710             "professor nao pode ser atribuido agora."
002720         GO TO 2410-EXIT
002730     END-IF
002740     DISPLAY "ID do professor no cadastro de professores: "
002750     ACCEPT PROFESSOR-ID
002760     MOVE PROFESSOR-ID TO PRF-ID
002770     READ PROFESSORES
002780         INVALID KEY
002790             DISPLAY "Professor nao encontrado no cadastro."
002800         NOT INVALID KEY
002810             IF PRF-ATIVO
002820                 DISPLAY "Professor: " PRF-NOME
002830                 SET PROFESSOR-OK TO TRUE
002840             ELSE
002850                 DISPLAY "Professor desativado no cadastro."
002860             END-IF
002870     END-READ.
002880 2410-EXIT.
002890     EXIT.
002900
002910*-----------------------------------------------------------
002920* 3000-INCLUIR - inclui um operador novo, ativo, no cadastro
002930*-----------------------------------------------------------
002940 3000-INCLUIR.
002950     PERFORM 2100-OBTER-ID THRU 2100-EXIT
002960     MOVE OPERADOR-ID TO OPR-ID
002970     READ OPERADORES
002980         NOT INVALID KEY
002990             DISPLAY "ID ja cadastrado."
003000             GO TO 3000-EXIT
003010     END-READ
003020     PERFORM 2200-OBTER-NOME THRU 2200-EXIT
003030     PERFORM 2400-OBTER-PERFIL THRU 2400-EXIT
003040     PERFORM 2300-OBTER-SENHA THRU 2300-EXIT
003050     MOVE OPERADOR-ID TO OPR-ID
003060     MOVE NOME-OPERADOR TO OPR-NOME
003070     MOVE SENHA TO OPR-SENHA
003080     MOVE PERFIL TO OPR-PERFIL
003090     MOVE PROFESSOR-ID TO OPR-PROFESSOR
003100     SET OPR-ATIVO TO TRUE
003110     MOVE DATA-HOJE TO OPR-DATA-ALTERACAO
003120     WRITE OPR-REGISTRO
003130         INVALID KEY
003140             DISPLAY "ID ja cadastrado."
003150         NOT INVALID KEY
003160             DISPLAY "Operador incluido no cadastro."
003170     END-WRITE.
003180 3000-EXIT.
003190     EXIT.
003200
003210*-----------------------------------------------------------
003220* 4000-ALTERAR - altera o nome e o perfil do operador
003230*-----------------------------------------------------------
003240 4000-ALTERAR.
003250     PERFORM 2100-OBTER-ID THRU 2100-EXIT
003260     MOVE OPERADOR-ID TO OPR-ID
003270     READ OPERADORES
003280         INVALID KEY
003290             DISPLAY "ID nao encontrado no cadastro."
003300             GO TO 4000-EXIT
003310     END-READ
003320     DISPLAY "Operador: " OPR-NOME "  Perfil: " OPR-PERFIL
003330     PERFORM 2200-OBTER-NOME THRU 2200-EXIT
003340     PERFORM 2400-OBTER-PERFIL THRU 2400-EXIT
003350     IF OPR-ID = OPERADOR AND PERFIL NOT = OPR-PERFIL
003360         DISPLAY "Operador nao pode alterar o proprio perfil."
003370         GO TO 4000-EXIT
003380     END-IF
003390     MOVE NOME-OPERADOR TO OPR-NOME
003400     MOVE PERFIL TO OPR-PERFIL
003410     MOVE PROFESSOR-ID TO OPR-PROFESSOR
003420     MOVE DATA-HOJE TO OPR-DATA-ALTERACAO
003430     REWRITE OPR-REGISTRO
003440     DISPLAY "Cadastro alterado.".
003450 4000-EXIT.
003460     EXIT.
003470
003480*-----------------------------------------------------------
003490* 5000-DESATIVAR - marca o operador como inativo; o operador
003500* identificado nao desativa a si mesmo
003510*-----------------------------------------------------------
003520 5000-DESATIVAR.
003530     PERFORM 2100-OBTER-ID THRU 2100-EXIT
003540     IF OPERADOR-ID = OPERADOR
003550         DISPLAY "Operador nao pode desativar a si mesmo."
003560         GO TO 5000-EXIT
003570     END-IF
003580     MOVE OPERADOR-ID TO OPR-ID
003590     READ OPERADORES
003600         INVALID KEY
003610             DISPLAY "ID nao encontrado no cadastro."
003620         NOT INVALID KEY
003630             SET OPR-INATIVO TO TRUE
003640             MOVE DATA-HOJE TO OPR-DATA-ALTERACAO
003650             REWRITE OPR-REGISTRO
003660             DISPLAY "Operador desativado: " OPR-NOME
003670     END-READ.
003680 5000-EXIT.
003690     EXIT.
003700
003710*-----------------------------------------------------------
003720* 6000-REATIVAR - devolve o operador a situacao ativa
003730*-----------------------------------------------------------
003740 6000-REATIVAR.
003750     PERFORM 2100-OBTER-ID THRU 2100-EXIT
003760     MOVE OPERADOR-ID TO OPR-ID
003770     READ OPERADORES
003780         INVALID KEY
003790             DISPLAY "ID nao encontrado no cadastro."
003800         NOT INVALID KEY
003810             SET OPR-ATIVO TO TRUE
003820             MOVE DATA-HOJE TO OPR-DATA-ALTERACAO
003830             REWRITE OPR-REGISTRO
003840             DISPLAY "Operador reativado: " OPR-NOME
003850     END-READ.
003860 6000-EXIT.
003870     EXIT.
003880
003890*-----------------------------------------------------------
003900* 7000-CONSULTAR - mostra os dados do operador (sem a senha)
003910*-----------------------------------------------------------
003920 7000-CONSULTAR.
003930     PERFORM 2100-OBTER-ID THRU 2100-EXIT
003940     MOVE OPERADOR-ID TO OPR-ID
003950     READ OPERADORES
003960         INVALID KEY
003970             DISPLAY "ID nao encontrado no cadastro."
003980         NOT INVALID KEY
003990             DISPLAY "ID: " OPR-ID
004000             DISPLAY "Nome: " OPR-NOME
004010             DISPLAY "Perfil: " OPR-PERFIL
004020             DISPLAY "Professor: " OPR-PROFESSOR
004030             DISPLAY "Situacao: " OPR-STATUS
004040             DISPLAY "Alterado em: " OPR-DATA-ALTERACAO
004050     END-READ.
004060 7000-EXIT.
004070     EXIT.
004080
004090*-----------------------------------------------------------
004100* 8000-TROCAR-SENHA - grava uma senha nova para o operador
004110*-----------------------------------------------------------
004120 8000-TROCAR-SENHA.
004130     PERFORM 2100-OBTER-ID THRU 2100-EXIT
004140     MOVE OPERADOR-ID TO OPR-ID
004150     READ OPERADORES
004160         INVALID KEY
004170             DISPLAY "ID nao encontrado no cadastro."
004180             GO TO 8000-EXIT
004190     END-READ
004200     PERFORM 2300-OBTER-SENHA THRU 2300-EXIT
004210     MOVE SENHA TO OPR-SENHA
004220     MOVE DATA-HOJE TO OPR-DATA-ALTERACAO
004230     REWRITE OPR-REGISTRO
004240     DISPLAY "Senha alterada: " OPR-NOME.
004250 8000-EXIT.
004260     EXIT.
004270
004280*-----------------------------------------------------------
004290* 9000-FINALIZAR - fecha os cadastros
004300*-----------------------------------------------------------
004310 9000-FINALIZAR.
004320     IF ARQUIVO-ABERTO
004330         CLOSE OPERADORES
004340     END-IF
004350     IF PROFESSORES-ABERTO
004360         CLOSE PROFESSORES
004370     END-IF.
004380 9000-EXIT.
004390     EXIT.
