000214*                   nao existe (status 35); qualquer outra falha
000216*                   de abertura encerra com aviso, sem recriar
000218*                   a tabela por cima das materias cadastradas.
000220*   2026-10-15 DRR  Operador identificado por ID e senha no
000222*                   cadastro de operadores (ControleAcesso); so
000224*                   os perfis secretaria e coordenacao entram.
000226*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CadastroMaterias.
000250 AUTHOR. Diego R. Rocha.
000490 01  I                            PIC 9(02) COMP.
000500 01  OPCAO                        PIC X(01).
000510 01  CONTINUAR                    PIC X(01).
000511 01  OPERADOR                     PIC X(10).
000512 01  MODO-ACESSO                  PIC X(01) VALUE "S".
000513 01  FUNCAO-ACESSO                PIC X(12) VALUE "MATERIAS".
000514 01  PERFIL-OPERADOR              PIC X(01).
000515 01  PROFESSOR-OPERADOR           PIC 9(04).
000516 01  SITUACAO-ACESSO              PIC X(01).
000520
000522 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
000524     88  ARQUIVO-ABERTO                   VALUE "S".
000690* primeira utilizacao (status 35) cria o arquivo com a carga
000695* inicial de MATCFG; qualquer outra falha de abertura encerra
000700* sem recriar a tabela por cima das materias cadastradas
000702* (depois de identificar o operador em ControleAcesso)
000705*-----------------------------------------------------------
000710 1000-INICIALIZAR.
000711     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
000712         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
000713         SITUACAO-ACESSO
000714     IF SITUACAO-ACESSO NOT = "A"
000715         MOVE "N" TO CONTINUAR
000716         GO TO 1000-EXIT
000717     END-IF
000720     OPEN I-O MATERIAS-CONFIG
000730     IF FS-MATERIAS-INEXISTENTE
000740         OPEN OUTPUT MATERIAS-CONFIG
