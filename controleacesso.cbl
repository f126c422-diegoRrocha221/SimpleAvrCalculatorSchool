000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Identificar o operador dos programas interativos pelo
000140* cadastro de operadores (ID e senha) e autorizar a funcao
000150* pedida pelo perfil dele (tabela ACESSCFG). Modo "S": entrada
000160* no programa, com ate 3 tentativas de ID/senha; cada
000170* tentativa recusada e a funcao fora do perfil vao para a
000180* trilha de auditoria com a origem propria R. Modo "F":
000190* verifica outra funcao do mesmo operador ja identificado,
000200* sem perguntar nada e sem gravar (o programa chamador ja tem
000210* a trilha aberta e grava a recusa). Situacao devolvida: "A"
000220* autorizado, "R" recusado, "X" cadastro de operadores
000230* indisponivel (acesso recusado).
000240* Tectonics: cobc
000250*-----------------------------------------------------------------
000260* Mod history:
000270*   2026-10-15 DRR  Criado (cadastro de operadores e controle
000280*                   de acesso por perfil).
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. ControleAcesso.
000320 AUTHOR. Diego R. Rocha.
000330 INSTALLATION. Secretaria Escolar.
000340 DATE-WRITTEN. 15/10/2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPERADORES ASSIGN TO "OPERADOR"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS OPR-ID
000440         FILE STATUS IS FS-OPERADORES.
000450
000460     SELECT ALUNOS-AUDITLOG ASSIGN TO "ALUNOSLG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-AUDITLOG.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  OPERADORES.
000530 COPY OPERREG.
000540
000550 FD  ALUNOS-AUDITLOG.
000560 COPY LOGREG.
000570
000580 WORKING-STORAGE SECTION.
000590 COPY ACESSCFG.
000600
000610 01  OPERADOR-DIGITADO            PIC X(10).
000620 01  SENHA-DIGITADA               PIC X(10).
000630 01  MOTIVO                       PIC X(40).
000640 01  DATA-HOJE                    PIC 9(08).
000650 01  HORA-AGORA                   PIC 9(08).
000660 01  CONT-TENTATIVAS              PIC 9(05) COMP.
000670 01  CONT-PERFIL                  PIC 9(05) COMP.
000680 01  MAX-TENTATIVAS               PIC 9(05) COMP VALUE 3.
000690
000700 01  SW-IDENTIFICADO              PIC X(01).
000710     88  IDENTIFICADO                     VALUE "S".
000720
000730 01  FS-OPERADORES                PIC X(02).
000740     88  FS-OPERADORES-OK                 VALUE "00".
000750 01  FS-AUDITLOG                  PIC X(02).
000760     88  FS-AUDITLOG-OK                   VALUE "00".
000770
000780 LINKAGE SECTION.
000790 01  MODO                         PIC X(01).
000800 01  FUNCAO                       PIC X(12).
000810 01  OPERADOR                     PIC X(10).
000820 01  PERFIL                       PIC X(01).
000830 01  PROFESSOR-ID                 PIC 9(04).
000840 01  SITUACAO                     PIC X(01).
000850
000860 PROCEDURE DIVISION USING MODO FUNCAO OPERADOR PERFIL
000870         PROFESSOR-ID SITUACAO.
000880*-----------------------------------------------------------
000890* 0000-MAINLINE
000900*-----------------------------------------------------------
000910 0000-MAINLINE.
000920     IF MODO = "F"
000930         PERFORM 3000-VERIFICAR-FUNCAO THRU 3000-EXIT
000940     ELSE
000950         PERFORM 1000-ENTRADA THRU 1000-EXIT
000960     END-IF
000970     GOBACK.
000980
000990*-----------------------------------------------------------
001000* 1000-ENTRADA - identifica o operador e autoriza a funcao do
001010* programa que o chamou
001020*-----------------------------------------------------------
001030 1000-ENTRADA.
001040     MOVE "R" TO SITUACAO
001050     MOVE SPACES TO OPERADOR
001060     MOVE SPACE TO PERFIL
001070     MOVE ZERO TO PROFESSOR-ID
001080     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
001090     OPEN INPUT OPERADORES
001100     IF NOT FS-OPERADORES-OK
001110         DISPLAY "Cadastro de operadores indisponivel; acesso "
001120             "nao permitido. Status: " FS-OPERADORES
001130         MOVE "X" TO SITUACAO
001140         MOVE "CADASTRO DE OPERADORES INDISPONIVEL" TO MOTIVO
001150         PERFORM 4000-GRAVAR-RECUSA THRU 4000-EXIT
001160         GO TO 1000-EXIT
001170     END-IF
001180     MOVE ZERO TO CONT-TENTATIVAS
001190     MOVE "N" TO SW-IDENTIFICADO
001200     PERFORM 2000-IDENTIFICAR THRU 2000-EXIT
001210         UNTIL IDENTIFICADO
001220            OR CONT-TENTATIVAS NOT < MAX-TENTATIVAS
001230     CLOSE OPERADORES
001240     IF NOT IDENTIFICADO
001250         DISPLAY "Tentativas esgotadas; acesso nao permitido."
001260         GO TO 1000-EXIT
001270     END-IF
001280     PERFORM 3000-VERIFICAR-FUNCAO THRU 3000-EXIT
001290     IF SITUACAO NOT = "A"
001300         DISPLAY "Perfil " PERFIL " do operador sem acesso a "
001310             "funcao " FUNCAO "; acesso nao permitido."
001320         MOVE "PERFIL SEM ACESSO A FUNCAO" TO MOTIVO
001330         PERFORM 4000-GRAVAR-RECUSA THRU 4000-EXIT
001340     END-IF.
001350 1000-EXIT.
001360     EXIT.
001370
001380*-----------------------------------------------------------
001390* 2000-IDENTIFICAR - le ID e senha e confere no cadastro; o
001400* motivo exato da recusa vai so para a auditoria
001410*-----------------------------------------------------------
001420 2000-IDENTIFICAR.
001430     ADD 1 TO CONT-TENTATIVAS
001440     DISPLAY "Entre com o ID do operador: "
001450     ACCEPT OPERADOR-DIGITADO
001460     DISPLAY "Entre com a senha: "
001470     ACCEPT SENHA-DIGITADA
001480     MOVE OPERADOR-DIGITADO TO OPERADOR
001490     MOVE OPERADOR-DIGITADO TO OPR-ID
001500     READ OPERADORES
001510         INVALID KEY
001520             MOVE "OPERADOR NAO CADASTRADO" TO MOTIVO
001530             PERFORM 2100-RECUSAR-IDENTIFICACAO THRU 2100-EXIT
001540             GO TO 2000-EXIT
001550     END-READ
001560     IF OPR-SENHA NOT = SENHA-DIGITADA
001570         MOVE "SENHA INVALIDA" TO MOTIVO
001580         PERFORM 2100-RECUSAR-IDENTIFICACAO THRU 2100-EXIT
001590         GO TO 2000-EXIT
001600     END-IF
001610     IF NOT OPR-ATIVO
001620         MOVE "OPERADOR DESATIVADO" TO MOTIVO
001630         PERFORM 2100-RECUSAR-IDENTIFICACAO THRU 2100-EXIT
001640         GO TO 2000-EXIT
001650     END-IF
001660     MOVE OPR-PERFIL TO PERFIL
001670     MOVE OPR-PROFESSOR TO PROFESSOR-ID
001680     SET IDENTIFICADO TO TRUE
001690     DISPLAY "Operador: " OPR-NOME.
001700 2000-EXIT.
001710     EXIT.
001720
001730*-----------------------------------------------------------
001740* 2100-RECUSAR-IDENTIFICACAO - avisa o operador e grava a
001750* tentativa recusada na auditoria
001760*-----------------------------------------------------------
001770 2100-RECUSAR-IDENTIFICACAO.
001780     DISPLAY "Operador ou senha invalidos."
001790     PERFORM 4000-GRAVAR-RECUSA THRU 4000-EXIT.
001800 2100-EXIT.
001810     EXIT.
001820
001830*-----------------------------------------------------------
001840* 3000-VERIFICAR-FUNCAO - procura a funcao na tabela de acesso
001850* e confere se o perfil do operador consta dela
001860*-----------------------------------------------------------
001870 3000-VERIFICAR-FUNCAO.
001880     MOVE "R" TO SITUACAO
001890     IF PERFIL = SPACE
001900         GO TO 3000-EXIT
001910     END-IF
001920     PERFORM VARYING TA-IDX FROM 1 BY 1
001930         UNTIL TA-IDX > TA-QTD-FUNCOES
001940         PERFORM 3100-COMPARAR-FUNCAO THRU 3100-EXIT
001950     END-PERFORM.
001960 3000-EXIT.
001970     EXIT.
001980
001990*-----------------------------------------------------------
002000* 3100-COMPARAR-FUNCAO - compara com uma funcao da tabela
002010*-----------------------------------------------------------
002020 3100-COMPARAR-FUNCAO.
002030     IF TA-FUNCAO(TA-IDX) = FUNCAO
002040         MOVE ZERO TO CONT-PERFIL
002050         INSPECT TA-PERFIS(TA-IDX) TALLYING CONT-PERFIL
002060             FOR ALL PERFIL
002070         IF CONT-PERFIL > 0
002080             MOVE "A" TO SITUACAO
002090         END-IF
002100     END-IF.
002110 3100-EXIT.
002120     EXIT.
002130
002140*-----------------------------------------------------------
002150* 4000-GRAVAR-RECUSA - grava o acesso recusado na trilha de
002160* auditoria com a origem propria R
002170*-----------------------------------------------------------
002180 4000-GRAVAR-RECUSA.
002190     OPEN EXTEND ALUNOS-AUDITLOG
002200     IF NOT FS-AUDITLOG-OK
002210         OPEN OUTPUT ALUNOS-AUDITLOG
002220         CLOSE ALUNOS-AUDITLOG
002230         OPEN EXTEND ALUNOS-AUDITLOG
002240     END-IF
002250     IF NOT FS-AUDITLOG-OK
002260         GO TO 4000-EXIT
002270     END-IF
002280     ACCEPT HORA-AGORA FROM TIME
002290     INITIALIZE LOG-REGISTRO
002300     MOVE OPERADOR TO LOG-OPERADOR
002310     MOVE DATA-HOJE TO LOG-DATA
002320     MOVE HORA-AGORA TO LOG-HORA
002330     MOVE "ACESSO RECUSADO" TO LOG-NOME-ALUNO
002340     MOVE FUNCAO TO LOG-MATERIA
002350     SET LOG-ORIGEM-RECUSA TO TRUE
002360     MOVE MOTIVO TO LOG-JUSTIFICATIVA
002370     WRITE LOG-REGISTRO
002380     CLOSE ALUNOS-AUDITLOG.
002390 4000-EXIT.
002400     EXIT.
