000510*                   auditoria.
000511*   2026-09-02 DRR  Recusa a sessao em periodo fechado
000512*                   (ConsultaPeriodo / FechaPeriodo).
000513*   2026-10-15 DRR  Media de aprovacao, faixa de Recuperacao e
000514*                   presenca minima passam a vir da regra de
000515*                   avaliacao do ano letivo (CalcularMedia e
000516*                   ConsultaFrequencia via ConsultaRegras).
000517*   2026-10-15 DRR  Operador identificado por ID e senha no
000518*                   cadastro de operadores (ControleAcesso);
000519*                   operador de perfil professor so lanca na
000520*                   materia/turma atribuida a ele, e a recusa
000521*                   vai para a auditoria com a origem R.
000522*   2026-10-15 DRR  Recusa aluno transferido para outra escola
000523*                   (registros congelados) e o bimestre trazido
000524*                   pela guia de transferencia; o lancamento
000525*                   grava a origem interna da nota.
000526*   2026-10-15 DRR  Recusa relancar registro ja confirmado pelo
000527*                   sistema externo: a alteracao e por pedido de
000528*                   retificacao (ConsultaCorrecao).
000529*   2026-10-15 DRR  Nao grava o lancamento quando a regra de
000530*                   avaliacao do ano nao pode ser lida.
000531*****************************************************************
000532 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. CalculadoraMediaSimples.
000550 AUTHOR. Diego R. Rocha.
000560 INSTALLATION. Secretaria Escolar.
001180 01  SITUACAO-ATRIBUICAO          PIC X(01).
001190 01  SW-PROFESSOR-OK              PIC X(01).
001200     88  PROFESSOR-OK                     VALUE "S".
001203 01  SW-NOTA-GUIA                 PIC X(01).
001206     88  NOTA-GUIA                        VALUE "S".
001207 01  SW-REGISTRO-CONFIRMADO       PIC X(01).
001208     88  REGISTRO-CONFIRMADO              VALUE "S".
001210 01  I                            PIC 9(02) COMP.
001220 01  CONT-PROCESSADOS             PIC 9(05).
001230 01  CONTINUAR                    PIC X(01).
001240 01  OPERADOR                     PIC X(10).
001250 01  DATA-HOJE                    PIC 9(08).
001260 01  HORA-AGORA                   PIC 9(08).
001261 01  MODO-ACESSO                  PIC X(01) VALUE "S".
001262 01  FUNCAO-ACESSO                PIC X(12) VALUE "NOTAS".
001263 01  PERFIL-OPERADOR              PIC X(01).
001264     88  PERFIL-PROFESSOR                 VALUE "P".
001265 01  PROFESSOR-OPERADOR           PIC 9(04).
001266 01  SITUACAO-ACESSO              PIC X(01).
001270
001280 01  FS-MASTER                    PIC X(02).
001290     88  FS-MASTER-OK                     VALUE "00".
001460     STOP RUN.
001470
001480*-----------------------------------------------------------
001490* 1000-INICIALIZAR - identifica o operador (ControleAcesso),
001500* abre os arquivos mestre, de auditoria e de controle e
001510* verifica se ha uma sessao anterior interrompida a retomar
001520*-----------------------------------------------------------
001530 1000-INICIALIZAR.
001540     MOVE ZERO TO CONT-PROCESSADOS
001541     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
001542         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
001543         SITUACAO-ACESSO
001544     IF SITUACAO-ACESSO NOT = "A"
001545         MOVE "N" TO CONTINUAR
001546         GO TO 1000-EXIT
001547     END-IF
001550     OPEN I-O ALUNOS-MASTER
001560     IF FS-MASTER-INEXISTENTE
001570         OPEN OUTPUT ALUNOS-MASTER
001720     END-IF
001730     SET ARQUIVO-ABERTO TO TRUE
001740     PERFORM 1100-VERIFICAR-CONTROLE THRU 1100-EXIT
001770     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
001780     PERFORM 1200-OBTER-PERIODO THRU 1200-EXIT
001781     CALL "ConsultaPeriodo" USING ANO-LETIVO BIMESTRE
002880             END-IF
002890         WHEN "I"
002900             DISPLAY "Aluno desativado no cadastro."
002902         WHEN "T"
002904             DISPLAY "Aluno transferido para outra escola; "
002906                 "registros congelados."
002910         WHEN "N"
002920             DISPLAY "Matricula nao encontrada no cadastro."
002930         WHEN OTHER
003100     IF NOT PROFESSOR-OK
003110         GO TO 2060-EXIT
003120     END-IF
003122     PERFORM 2070-VERIFICAR-GUIA THRU 2070-EXIT
003124     IF NOTA-GUIA OR REGISTRO-CONFIRMADO
003126         GO TO 2060-EXIT
003128     END-IF
003130
003140     PERFORM VARYING I FROM 1 BY 1 UNTIL I > QTD-NOTAS
003150         PERFORM 2100-OBTER-NOTA THRU 2100-EXIT
003160     END-PERFORM
003170
003180     CALL "CalcularMedia" USING NOTAS QTD-NOTAS
003190         PESOS-NOTAS MEDIA RESULTADO ANO-LETIVO
003191     IF RESULTADO = "Sem regra "
003192         DISPLAY "Regra de avaliacao do ano " ANO-LETIVO
003193             " ilegivel (arquivo de regras em uso ou "
003194             "danificado); lancamento nao gravado."
003195         GO TO 2060-EXIT
003196     END-IF
003200
003210     PERFORM 2150-APLICAR-FREQUENCIA THRU 2150-EXIT
003211     IF SITUACAO-FREQUENCIA = "R"
003212         DISPLAY "Regra de avaliacao do ano " ANO-LETIVO
003213             " ilegivel (arquivo de regras em uso ou "
003214             "danificado); lancamento nao gravado."
003215         GO TO 2060-EXIT
003216     END-IF
003220     DISPLAY NOME-ALUNO " foi " RESULTADO " em " MATERIA
003230
003240     PERFORM 2300-GRAVAR-ALUNO THRU 2300-EXIT
003310     EXIT.
003320
003330*-----------------------------------------------------------
003331* 2070-VERIFICAR-GUIA - o bimestre do aluno na materia ja
003332* gravado com a media da guia de transferencia (nota externa,
003333* escola de origem) nao aceita lancamento desta escola; o ja
003334* confirmado pelo sistema externo so muda por retificacao
003335*-----------------------------------------------------------
003336 2070-VERIFICAR-GUIA.
003337     MOVE "N" TO SW-NOTA-GUIA
003338     MOVE "N" TO SW-REGISTRO-CONFIRMADO
003339     MOVE ANO-LETIVO TO REG-ANO-LETIVO
003340     MOVE BIMESTRE TO REG-BIMESTRE
003341     MOVE TURMA TO REG-TURMA
003342     MOVE MATERIA TO REG-MATERIA
003343     MOVE NOME-ALUNO TO REG-NOME-ALUNO
003344     READ ALUNOS-MASTER
003345         INVALID KEY
003346             CONTINUE
003347     END-READ
003348     IF FS-MASTER-OK AND REG-NOTA-EXTERNA
003349         SET NOTA-GUIA TO TRUE
003350         DISPLAY "Bimestre trazido pela guia de transferencia "
003351             "(outra escola); lancamento nao permitido."
003352         GO TO 2070-EXIT
003353     END-IF
003354     IF FS-MASTER-OK AND REG-TRANSM-CONSOLIDADO
003355         SET REGISTRO-CONFIRMADO TO TRUE
003356         DISPLAY "Registro ja confirmado pelo sistema externo; "
003357             "alteracao so por retificacao (ConsultaCorrecao)."
003358     END-IF.
003359 2070-EXIT.
003360     EXIT.
003361
003362*-----------------------------------------------------------
003363* 2150-APLICAR-FREQUENCIA - aplica a presenca minima da
003364* regra do ano: frequencia abaixo do minimo no periodo reprova
003365* por falta, independente da media calculada
003370*-----------------------------------------------------------
003380 2150-APLICAR-FREQUENCIA.
003390     CALL "ConsultaFrequencia" USING ANO-LETIVO BIMESTRE
003420     IF SITUACAO-FREQUENCIA = "B"
003430         MOVE "Rep.Falta " TO RESULTADO
003440         DISPLAY "Presenca de " PERCENTUAL-PRESENCA
003450             "% abaixo do minimo do ano letivo; aluno "
003460             "reprovado por falta."
003470     END-IF.
003480 2150-EXIT.
003490     EXIT.
003510*-----------------------------------------------------------
003520* 2080-VALIDAR-PROFESSOR - o lancamento precisa citar o
003530* professor atribuido a materia na turma; sem atribuicao (ou
003540* atribuicoes indisponiveis) o lancamento nao e permitido.
003543* Operador de perfil professor lanca em nome proprio: so na
003546* materia/turma atribuida a ele, e a recusa vai para a auditoria
003550*-----------------------------------------------------------
003560 2080-VALIDAR-PROFESSOR.
003570     MOVE "N" TO SW-PROFESSOR-OK
003610     EVALUATE SITUACAO-ATRIBUICAO
003620         WHEN "A"
003630             DISPLAY "Professor responsavel: " PROFESSOR-NOME
003632             IF PERFIL-PROFESSOR
003634                 MOVE PROFESSOR-OPERADOR TO PROFESSOR-DIGITADO
003636             ELSE
003640                 DISPLAY "Entre com o ID do professor do "
003650                     "lancamento: "
003660                 ACCEPT PROFESSOR-DIGITADO
003665             END-IF
003670             IF PROFESSOR-DIGITADO = PROFESSOR-ATRIBUIDO
003680                 SET PROFESSOR-OK TO TRUE
003690             ELSE
003700                 DISPLAY "Professor " PROFESSOR-DIGITADO
003710                     " nao e o atribuido a " MATERIA
003720                     "; lancamento nao permitido."
003722                 IF PERFIL-PROFESSOR
003724                     PERFORM 2090-GRAVAR-LOG-RECUSA THRU 2090-EXIT
003726                 END-IF
003730             END-IF
003740         WHEN "I"
003750             DISPLAY "Professor atribuido esta desativado; "
003820                 "indisponiveis; lancamento nao permitido."
003830     END-EVALUATE.
003840 2080-EXIT.
003841     EXIT.
003842
003843*-----------------------------------------------------------
003844* 2090-GRAVAR-LOG-RECUSA - grava na auditoria, com a origem
003845* propria R, o lancamento recusado ao professor fora da sua
003846* atribuicao
003847*-----------------------------------------------------------
003848 2090-GRAVAR-LOG-RECUSA.
003849     ACCEPT HORA-AGORA FROM TIME
003850     INITIALIZE LOG-REGISTRO
003851     MOVE OPERADOR TO LOG-OPERADOR
003852     MOVE DATA-HOJE TO LOG-DATA
003853     MOVE HORA-AGORA TO LOG-HORA
003854     MOVE ANO-LETIVO TO LOG-ANO-LETIVO
003855     MOVE BIMESTRE TO LOG-BIMESTRE
003856     MOVE TURMA TO LOG-TURMA
003857     MOVE MATRICULA TO LOG-MATRICULA
003858     MOVE "ACESSO RECUSADO" TO LOG-NOME-ALUNO
003859     MOVE MATERIA TO LOG-MATERIA
003860     SET LOG-ORIGEM-RECUSA TO TRUE
003861     MOVE "MATERIA/TURMA NAO ATRIBUIDA AO PROFESSOR"
003862         TO LOG-JUSTIFICATIVA
003863     MOVE PROFESSOR-OPERADOR TO LOG-PROFESSOR
003864     WRITE LOG-REGISTRO.
003865 2090-EXIT.
003866     EXIT.
003867
003870*-----------------------------------------------------------
003880* 2100-OBTER-NOTA - le e valida a nota I; em caso de nota
003890* invalida, reposiciona so a nota atual (nao reinicia o aluno).
004290     END-IF
004300     MOVE PROFESSOR-DIGITADO TO REG-PROFESSOR
004310     SET REG-TRANSM-PENDENTE TO TRUE
004315     SET REG-NOTA-INTERNA TO TRUE
004320     WRITE REG-ALUNO
004330         INVALID KEY
004340             PERFORM 2350-REGRAVAR-ALUNO THRU 2350-EXIT
