000350*                   Rep.Falta, mesmo com media de aprovacao.
000360*   2026-09-02 DRR  Recusa a sessao em periodo fechado
000370*                   (ConsultaPeriodo / FechaPeriodo).
000371*   2026-10-15 DRR  Desfecho da recuperacao pela regra do ano
000372*                   letivo (CalcularRecuperacao: substitui,
000373*                   maior nota ou media das duas, com o corte
000374*                   do ano); media de aprovacao e presenca
000375*                   minima tambem vem da regra do ano.
000376*   2026-10-15 DRR  Operador identificado por ID e senha no
000377*                   cadastro de operadores (ControleAcesso);
000378*                   operador de perfil professor so corrige a
000379*                   materia/turma atribuida a ele, e a recusa
000380*                   vai para a auditoria com a origem R.
000381*   2026-10-15 DRR  Aluno transferido para outra escola e media
000382*                   trazida pela guia de transferencia so podem
000383*                   ser consultados (registros congelados).
000384*   2026-10-15 DRR  Registro ja confirmado pelo sistema externo
000385*                   nao volta a pendente: a correcao vira pedido
000386*                   de retificacao com o motivo
000387*                   (SolicitaRetificacao) e o mestre so muda com a
000388*                   aprovacao da direcao; retificacao enviada e
000389*                   ainda sem retorno nao e alterada.
000390*   2026-10-15 DRR  Correcao e recuperacao nao sao gravadas
000391*                   quando a regra do ano nao pode ser lida.
000392*****************************************************************
000393 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. ConsultaCorrecao.
000410 AUTHOR. Diego R. Rocha.
000420 INSTALLATION. Secretaria Escolar.
000820 01  SITUACAO-CADASTRO            PIC X(01).
000830 01  SW-ALUNO-VALIDO              PIC X(01) VALUE "N".
000840     88  ALUNO-VALIDO                     VALUE "S".
000843 01  SW-SO-CONSULTA               PIC X(01) VALUE "N".
000846     88  SO-CONSULTA                      VALUE "S".
000850 01  MEDIA                        PIC 99V99.
000860 01  PERCENTUAL-PRESENCA          PIC 9(03).
000870 01  SITUACAO-FREQUENCIA          PIC X(01).
000980 01  OPERADOR                     PIC X(10).
000990 01  DATA-HOJE                    PIC 9(08).
001000 01  HORA-AGORA                   PIC 9(08).
001001 01  MODO-ACESSO                  PIC X(01) VALUE "S".
001002 01  FUNCAO-ACESSO                PIC X(12) VALUE "CORRECAO".
001003 01  PERFIL-OPERADOR              PIC X(01).
001004     88  PERFIL-PROFESSOR                 VALUE "P".
001005 01  PROFESSOR-OPERADOR           PIC 9(04).
001006 01  SITUACAO-ACESSO              PIC X(01).
001007 01  PROFESSOR-ATRIBUIDO          PIC 9(04).
001008 01  PROFESSOR-NOME               PIC X(30).
001009 01  SITUACAO-ATRIBUICAO          PIC X(01).
001010 01  SITUACAO-RETIFICACAO         PIC X(01).
001011 COPY RETIFREG.
001012
001020 01  FS-MASTER                    PIC X(02).
001030     88  FS-MASTER-OK                     VALUE "00".
001040     88  FS-MASTER-EM-USO                 VALUE "61".
001180     STOP RUN.
001190
001200*-----------------------------------------------------------
001210* 1000-INICIALIZAR - identifica o operador da sessao
001220* (ControleAcesso) e abre o arquivo mestre e o de auditoria
001230*-----------------------------------------------------------
001240 1000-INICIALIZAR.
001241     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
001242         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
001243         SITUACAO-ACESSO
001244     IF SITUACAO-ACESSO NOT = "A"
001245         MOVE "N" TO CONTINUAR
001246         GO TO 1000-EXIT
001247     END-IF
001250     OPEN I-O ALUNOS-MASTER
001260     IF NOT FS-MASTER-OK
001270         IF FS-MASTER-EM-USO
001390             OPEN EXTEND ALUNOS-AUDITLOG
001400         END-IF
001410         SET ARQUIVO-ABERTO TO TRUE
001440         ACCEPT DATA-HOJE FROM DATE YYYYMMDD
001450         PERFORM 1100-OBTER-PERIODO THRU 1100-EXIT
001460         CALL "ConsultaPeriodo" USING ANO-LETIVO BIMESTRE
002440*-----------------------------------------------------------
002450* 2050-IDENTIFICAR-ALUNO - le a matricula e resolve o nome
002460* oficial no cadastro de alunos; aluno inativo ainda pode ter
002467* registros corrigidos, aluno transferido so e consultado, e
002474* apenas matricula inexistente (ou cadastro indisponivel)
002481* impede a consulta
002490*-----------------------------------------------------------
002500 2050-IDENTIFICAR-ALUNO.
002510     MOVE "N" TO SW-ALUNO-VALIDO
002515     MOVE "N" TO SW-SO-CONSULTA
002520     DISPLAY "Matricula do aluno: "
002530     ACCEPT MATRICULA
002540     CALL "ConsultaCadastro" USING MATRICULA NOME-CADASTRO
002610             DISPLAY "Aviso: aluno desativado no cadastro."
002620             MOVE NOME-CADASTRO TO NOME-ALUNO
002630             SET ALUNO-VALIDO TO TRUE
002631         WHEN "T"
002632             DISPLAY "Aviso: aluno transferido para outra "
002633                 "escola; registros congelados, somente "
002634                 "consulta."
002635             MOVE NOME-CADASTRO TO NOME-ALUNO
002636             SET ALUNO-VALIDO TO TRUE
002637             SET SO-CONSULTA TO TRUE
002640         WHEN "N"
002650             DISPLAY "Matricula nao encontrada no cadastro."
002660         WHEN OTHER
002720
002730*-----------------------------------------------------------
002740* 2100-EXIBIR-CORRIGIR - mostra o registro e oferece as opcoes
002750* de correcao; operador de perfil professor so corrige a
002753* materia/turma atribuida a ele; aluno transferido e media da
002756* guia de transferencia so sao exibidos
002760*-----------------------------------------------------------
002770 2100-EXIBIR-CORRIGIR.
002780     DISPLAY "Aluno: " REG-NOME-ALUNO "  Materia: " REG-MATERIA
002860         DISPLAY "Nota de recuperacao ja lancada: "
002870             REG-NOTA-RECUPERACAO
002880     END-IF
002881     IF REG-NOTA-EXTERNA
002882         DISPLAY "Media trazida pela guia de transferencia "
002883             "(outra escola); correcao por CadastroTransferencia."
002884         GO TO 2100-EXIT
002885     END-IF
002886     IF SO-CONSULTA
002887         GO TO 2100-EXIT
002888     END-IF
002889     IF PERFIL-PROFESSOR
002890         PERFORM 2150-VERIFICAR-ATRIBUICAO THRU 2150-EXIT
002891         IF SITUACAO-ACESSO NOT = "A"
002892             GO TO 2100-EXIT
002893         END-IF
002894     END-IF
002895     IF REG-TRANSM-RETIF-ENVIADA
002896         DISPLAY "Retificacao do registro enviada ao sistema "
002897             "externo e sem retorno; alteracao nao permitida."
002898         GO TO 2100-EXIT
002899     END-IF
002900     IF REG-TRANSM-CONSOLIDADO
002901         DISPLAY "Registro ja confirmado pelo sistema externo; a "
002902             "alteracao sera um pedido de retificacao, aplicado "
002903             "apos a aprovacao da direcao."
002904         PERFORM 2450-GUARDAR-ANTERIOR THRU 2450-EXIT
002905     END-IF
002906     DISPLAY "1-Corrigir uma nota  2-Lancar nota de recuperacao  "
002907         "3-Nao alterar"
002910     ACCEPT OPCAO
002920     EVALUATE OPCAO
002930         WHEN "1"
002980             CONTINUE
002990     END-EVALUATE.
003000 2100-EXIT.
003001     EXIT.
003002
003003*-----------------------------------------------------------
003004* 2150-VERIFICAR-ATRIBUICAO - confere que a materia/turma do
003005* registro esta atribuida ao professor do operador; a recusa
003006* vai para a auditoria com a origem propria R
003007*-----------------------------------------------------------
003008 2150-VERIFICAR-ATRIBUICAO.
003009     MOVE "A" TO SITUACAO-ACESSO
003010     CALL "ConsultaAtribuicao" USING REG-ANO-LETIVO REG-TURMA
003011         REG-MATERIA PROFESSOR-ATRIBUIDO PROFESSOR-NOME
003012         SITUACAO-ATRIBUICAO
003013     IF SITUACAO-ATRIBUICAO = "A"
003014         AND PROFESSOR-ATRIBUIDO = PROFESSOR-OPERADOR
003015         GO TO 2150-EXIT
003016     END-IF
003017     MOVE "R" TO SITUACAO-ACESSO
003018     DISPLAY "Materia/turma nao atribuida ao professor "
003019         PROFESSOR-OPERADOR "; correcao nao permitida."
003020     ACCEPT HORA-AGORA FROM TIME
003021     INITIALIZE LOG-REGISTRO
003022     MOVE OPERADOR TO LOG-OPERADOR
003023     MOVE DATA-HOJE TO LOG-DATA
003024     MOVE HORA-AGORA TO LOG-HORA
003025     MOVE REG-ANO-LETIVO TO LOG-ANO-LETIVO
003026     MOVE REG-BIMESTRE TO LOG-BIMESTRE
003027     MOVE REG-TURMA TO LOG-TURMA
003028     MOVE REG-MATRICULA TO LOG-MATRICULA
003029     MOVE "ACESSO RECUSADO" TO LOG-NOME-ALUNO
003030     MOVE REG-MATERIA TO LOG-MATERIA
003031     SET LOG-ORIGEM-RECUSA TO TRUE
003032     MOVE "MATERIA/TURMA NAO ATRIBUIDA AO PROFESSOR"
003033         TO LOG-JUSTIFICATIVA
003034     MOVE PROFESSOR-OPERADOR TO LOG-PROFESSOR
003035     WRITE LOG-REGISTRO.
003036 2150-EXIT.
003037     EXIT.
003038
003039*-----------------------------------------------------------
003040* 2200-CORRIGIR-NOTA - corrige uma nota mal digitada e refaz
003050* a media/resultado do aluno
003060*-----------------------------------------------------------
003180     CALL "ConfigMateria" USING REG-MATERIA QTD-NOTAS PESOS-NOTAS
003190         MATERIA-CADASTRADA
003200     CALL "CalcularMedia" USING REG-NOTAS QTD-NOTAS
003210         PESOS-NOTAS MEDIA RESULTADO REG-ANO-LETIVO
003211     IF RESULTADO = "Sem regra "
003212         DISPLAY "Regra de avaliacao do ano " REG-ANO-LETIVO
003213             " ilegivel; correcao nao gravada."
003214         GO TO 2200-EXIT
003215     END-IF
003220     MOVE MEDIA TO REG-MEDIA
003230     MOVE RESULTADO TO REG-RESULTADO
003240     IF REG-RECUP-LANCADA
003250         PERFORM 2215-REFAZER-RECUPERACAO THRU 2215-EXIT
003252         IF RESULTADO = "Sem regra "
003253             DISPLAY "Regra de avaliacao do ano " REG-ANO-LETIVO
003254                 " ilegivel; correcao nao gravada."
003255             GO TO 2200-EXIT
003256         END-IF
003260     ELSE
003270         IF REG-EM-RECUPERACAO
003280             SET REG-RECUP-PENDENTE TO TRUE
003320         END-IF
003330     END-IF
003340     PERFORM 2220-APLICAR-FREQUENCIA THRU 2220-EXIT
003341     IF SITUACAO-FREQUENCIA = "R"
003342         DISPLAY "Regra de avaliacao do ano " REG-ANO-LETIVO
003343             " ilegivel; correcao nao gravada."
003344         GO TO 2200-EXIT
003345     END-IF
003346     IF REG-TRANSM-CONSOLIDADO
003347         PERFORM 2500-PEDIR-RETIFICACAO THRU 2500-EXIT
003348         GO TO 2200-EXIT
003349     END-IF
003350     SET REG-TRANSM-PENDENTE TO TRUE
003360     REWRITE REG-ALUNO
003370     PERFORM 2400-GRAVAR-LOG-CORRECAO THRU 2400-EXIT.
003750     EXIT.
003760
003770*-----------------------------------------------------------
003780* 2220-APLICAR-FREQUENCIA - aplica a presenca minima da
003790* regra do ano sobre o resultado recem-definido: frequencia
003800* abaixo do minimo reprova por falta, independente da media
003810*-----------------------------------------------------------
003820 2220-APLICAR-FREQUENCIA.
003900             SET REG-RECUP-NAO-SE-APLICA TO TRUE
003910         END-IF
003920         DISPLAY "Presenca de " PERCENTUAL-PRESENCA
003930             "% abaixo do minimo do ano letivo; aluno "
003940             "permanece reprovado por falta."
003950     END-IF.
003960 2220-EXIT.
003970     EXIT.
004050     DISPLAY "Aviso: media base recalculada; a nota de "
004060         "recuperacao ja lancada foi mantida e o resultado "
004070         "final foi refeito."
004080     CALL "CalcularRecuperacao" USING REG-ANO-LETIVO REG-MEDIA
004090         REG-NOTA-RECUPERACAO MEDIA-FINAL RESULTADO
004100     MOVE MEDIA-FINAL TO REG-MEDIA
004110     MOVE RESULTADO TO REG-RESULTADO.
004160 2215-EXIT.
004170     EXIT.
004180
004260     ELSE
004270         PERFORM 2310-OBTER-NOTA-RECUP THRU 2310-EXIT
004280         MOVE NOTA-RECUP-DIGITADA TO REG-NOTA-RECUPERACAO
004285         CALL "CalcularRecuperacao" USING REG-ANO-LETIVO
004290             REG-MEDIA REG-NOTA-RECUPERACAO MEDIA-FINAL
004295             RESULTADO
004296         IF RESULTADO = "Sem regra "
004297             DISPLAY "Regra de avaliacao do ano " REG-ANO-LETIVO
004298                 " ilegivel; recuperacao nao gravada."
004299             GO TO 2300-EXIT
004300         END-IF
004310         MOVE MEDIA-FINAL TO REG-MEDIA
004330         MOVE RESULTADO TO REG-RESULTADO
004370         SET REG-RECUP-LANCADA TO TRUE
004380         PERFORM 2220-APLICAR-FREQUENCIA THRU 2220-EXIT
004382         IF SITUACAO-FREQUENCIA = "R"
004384             DISPLAY "Regra de avaliacao do ano " REG-ANO-LETIVO
004386                 " ilegivel; recuperacao nao gravada."
004388             GO TO 2300-EXIT
004390         END-IF
004392         IF REG-TRANSM-CONSOLIDADO
004394             PERFORM 2500-PEDIR-RETIFICACAO THRU 2500-EXIT
004396         ELSE
004398             SET REG-TRANSM-PENDENTE TO TRUE
004400             REWRITE REG-ALUNO
004402             PERFORM 2400-GRAVAR-LOG-CORRECAO THRU 2400-EXIT
004404         END-IF
004420     END-IF.
004430 2300-EXIT.
004440     EXIT.
004920     EXIT.
004930
004940*-----------------------------------------------------------
004941* 2450-GUARDAR-ANTERIOR - guarda as notas, a media e o
004942* resultado do registro confirmado, antes da correcao, como
004943* valores anteriores do pedido de retificacao
004944*-----------------------------------------------------------
004945 2450-GUARDAR-ANTERIOR.
004946     INITIALIZE RTF-REGISTRO
004947     MOVE REG-NOTAS(1) TO RTF-NOTAS-ANT(1)
004948     MOVE REG-NOTAS(2) TO RTF-NOTAS-ANT(2)
004949     MOVE REG-NOTAS(3) TO RTF-NOTAS-ANT(3)
004950     MOVE REG-NOTAS(4) TO RTF-NOTAS-ANT(4)
004951     MOVE REG-MEDIA TO RTF-MEDIA-ANT
004952     MOVE REG-RESULTADO TO RTF-RESULTADO-ANT
004953     MOVE REG-NOTA-RECUPERACAO TO RTF-NOTA-RECUP-ANT
004954     MOVE REG-STATUS-RECUPERACAO TO RTF-STATUS-RECUP-ANT.
004955 2450-EXIT.
004956     EXIT.
004957
004958*-----------------------------------------------------------
004959* 2500-PEDIR-RETIFICACAO - o registro ja foi confirmado pelo
004960* sistema externo: em vez de regravar o mestre, registra o
004961* pedido de retificacao com os valores corrigidos e o motivo,
004962* para a aprovacao da direcao
004963*-----------------------------------------------------------
004964 2500-PEDIR-RETIFICACAO.
004965     PERFORM 2510-OBTER-MOTIVO THRU 2510-EXIT
004966     MOVE REG-CHAVE TO RTF-CHAVE-MESTRE
004967     MOVE REG-MATRICULA TO RTF-MATRICULA
004968     SET RTF-ORIGEM-CORRECAO TO TRUE
004969     MOVE REG-NOTAS(1) TO RTF-NOTAS-NOVA(1)
004970     MOVE REG-NOTAS(2) TO RTF-NOTAS-NOVA(2)
004971     MOVE REG-NOTAS(3) TO RTF-NOTAS-NOVA(3)
004972     MOVE REG-NOTAS(4) TO RTF-NOTAS-NOVA(4)
004973     MOVE REG-MEDIA TO RTF-MEDIA-NOVA
004974     MOVE REG-RESULTADO TO RTF-RESULTADO-NOVO
004975     MOVE REG-NOTA-RECUPERACAO TO RTF-NOTA-RECUP-NOVA
004976     MOVE REG-STATUS-RECUPERACAO TO RTF-STATUS-RECUP-NOVO
004977     MOVE ZERO TO RTF-DATA-CONSELHO
004978     MOVE OPERADOR TO RTF-SOLICITANTE
004979     MOVE DATA-HOJE TO RTF-DATA-PEDIDO
004980     CALL "SolicitaRetificacao" USING RTF-REGISTRO
004981         REG-SIT-TRANSMISSAO SITUACAO-RETIFICACAO
004982     EVALUATE SITUACAO-RETIFICACAO
004983         WHEN "A"
004984             DISPLAY "Pedido de retificacao " RTF-SEQUENCIA
004985                 " registrado: media " REG-MEDIA " " REG-RESULTADO
004986                 "; aguardando a aprovacao da direcao."
004987         WHEN "P"
004988             DISPLAY "Ja existe pedido de retificacao pendente "
004989                 "para o registro; novo pedido nao registrado."
004990         WHEN OTHER
004991             DISPLAY "Arquivo de retificacoes indisponivel; "
004992                 "pedido nao registrado."
004993     END-EVALUATE.
004994 2500-EXIT.
004995     EXIT.
004996
004997*-----------------------------------------------------------
004998* 2510-OBTER-MOTIVO - le o motivo obrigatorio da retificacao
004999*-----------------------------------------------------------
005000 2510-OBTER-MOTIVO.
005001     DISPLAY "Motivo da retificacao: "
005002     ACCEPT RTF-MOTIVO
005003     IF RTF-MOTIVO = SPACES THEN
005004         DISPLAY "Motivo obrigatorio! Por favor entre com o "
005005             "motivo da retificacao"
005006         GO TO 2510-OBTER-MOTIVO
005007     END-IF.
005008 2510-EXIT.
005009     EXIT.
005010
005011*-----------------------------------------------------------
005012* 9000-FINALIZAR - fecha os arquivos mestre e de auditoria
005013*-----------------------------------------------------------
005014 9000-FINALIZAR.
005015     IF ARQUIVO-ABERTO
005016         CLOSE ALUNOS-MASTER
005017         CLOSE ALUNOS-AUDITLOG
005018     END-IF.
005020 9000-EXIT.
005030     EXIT.
