000202*   2026-08-22 DRR  Cria o arquivo apenas quando ele nao existe
000204*                   (status 35); qualquer outra falha de abertura
000206*                   encerra com aviso, sem recriar o cadastro.
000207*   2026-10-15 DRR  Operador identificado por ID e senha no
000208*                   cadastro de operadores (ControleAcesso); so
000209*                   os perfis secretaria e direcao entram.
000210*   2026-10-15 DRR  Aluno transferido para outra escola nao e
000211*                   desativado nem reativado por aqui: a volta
000212*                   e registrada como transferencia de entrada
000213*                   (CadastroTransferencia).
000214*   2026-10-15 DRR  Matricula retirada pela unificacao de
000215*                   matriculas nao e reativada; a consulta mostra
000216*                   a matricula sobrevivente.
000217*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CadastroAlunos.
000240 AUTHOR. Diego R. Rocha.
000460 01  TURMA                        PIC X(06).
000470 01  OPCAO                        PIC X(01).
000480 01  CONTINUAR                    PIC X(01).
000481 01  OPERADOR                     PIC X(10).
000482 01  MODO-ACESSO                  PIC X(01) VALUE "S".
000483 01  FUNCAO-ACESSO                PIC X(12) VALUE "ALUNOS".
000484 01  PERFIL-OPERADOR              PIC X(01).
000485 01  PROFESSOR-OPERADOR           PIC 9(04).
000486 01  SITUACAO-ACESSO              PIC X(01).
000490
000492 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
000494     88  ARQUIVO-ABERTO                   VALUE "S".
000650* 1000-INICIALIZAR - abre o cadastro, criando-o apenas na
000660* primeira utilizacao (status 35); qualquer outra falha de
000665* abertura encerra sem recriar o arquivo
000667* (depois de identificar o operador em ControleAcesso)
000670*-----------------------------------------------------------
000680 1000-INICIALIZAR.
000681     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
000682         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
000683         SITUACAO-ACESSO
000684     IF SITUACAO-ACESSO NOT = "A"
000685         MOVE "N" TO CONTINUAR
000686         GO TO 1000-EXIT
000687     END-IF
000690     OPEN I-O CADASTRO-ALUNOS
000700     IF FS-CADASTRO-INEXISTENTE
000710         OPEN OUTPUT CADASTRO-ALUNOS
001550     MOVE NOME-ALUNO TO MAT-NOME-ALUNO
001560     MOVE TURMA TO MAT-TURMA
001570     SET MAT-ATIVO TO TRUE
001575     MOVE ZERO TO MAT-UNIFICADA-EM
001580     WRITE MAT-REGISTRO
001590         INVALID KEY
001600             DISPLAY "Matricula ja cadastrada."
001860     EXIT.
001870
001880*-----------------------------------------------------------
001886* 5000-DESATIVAR - marca o aluno como inativo no cadastro;
001892* aluno transferido permanece com a situacao T
001900*-----------------------------------------------------------
001910 5000-DESATIVAR.
001920     PERFORM 2100-OBTER-MATRICULA THRU 2100-EXIT
001940     READ CADASTRO-ALUNOS
001950         INVALID KEY
001960             DISPLAY "Matricula nao encontrada no cadastro."
001965             GO TO 5000-EXIT
001970     END-READ
001975     IF MAT-TRANSFERIDO
001980         DISPLAY "Aluno transferido para outra escola; situacao "
001985             "mantida."
001990         GO TO 5000-EXIT
001995     END-IF
002000     SET MAT-INATIVO TO TRUE
002005     REWRITE MAT-REGISTRO
002010     DISPLAY "Aluno desativado: " MAT-NOME-ALUNO.
002020 5000-EXIT.
002030     EXIT.
002040
002050*-----------------------------------------------------------
002056* 6000-REATIVAR - devolve o aluno a situacao ativa; o aluno
002060* transferido volta por uma transferencia de entrada e a
002064* matricula retirada pela unificacao nao volta
002070*-----------------------------------------------------------
002080 6000-REATIVAR.
002090     PERFORM 2100-OBTER-MATRICULA THRU 2100-EXIT
002110     READ CADASTRO-ALUNOS
002120         INVALID KEY
002130             DISPLAY "Matricula nao encontrada no cadastro."
002135             GO TO 6000-EXIT
002140     END-READ
002145     IF MAT-TRANSFERIDO
002150         DISPLAY "Aluno transferido para outra escola; registre "
002155             "a volta como transferencia de entrada."
002160         GO TO 6000-EXIT
002165     END-IF
002166     IF NOT MAT-NAO-UNIFICADA
002167         DISPLAY "Matricula unificada na matricula "
002168             MAT-UNIFICADA-EM "; situacao mantida."
002169         GO TO 6000-EXIT
002170     END-IF
002171     SET MAT-ATIVO TO TRUE
002175     REWRITE MAT-REGISTRO
002180     DISPLAY "Aluno reativado: " MAT-NOME-ALUNO.
002190 6000-EXIT.
002200     EXIT.
002210
002330             DISPLAY "Nome: " MAT-NOME-ALUNO
002340             DISPLAY "Turma: " MAT-TURMA
002350             DISPLAY "Situacao: " MAT-STATUS
002352             IF NOT MAT-NAO-UNIFICADA
002354                 DISPLAY "Unificada na matricula: "
002356                     MAT-UNIFICADA-EM
002358             END-IF
002360     END-READ.
002370 7000-EXIT.
002380     EXIT.
