000100*****************************************************************
000104* ACESSCFG.cpy
000108* Tabela de acesso por funcao: para cada funcao dos programas
000112* interativos, os perfis de operador (OPERREG) que a alcancam:
000116* S secretaria, P professor, C coordenacao, D direcao. Decisao
000120* do conselho de classe, reabertura de periodo fechado e
000124* liberacao do fechamento com pendencias sao exclusivas da
000128* coordenacao; aprovacao de retificacao de registro ja
000132* confirmado, da direcao. Funcao fora da tabela e recusada.
000136*-----------------------------------------------------------------
000140* Mod history:
000144*   2026-10-15 DRR  Criado (cadastro de operadores e controle
000148*                   de acesso por perfil).
000152*   2026-10-15 DRR  Inclui a funcao TRANSFERIR (transferencias
000156*                   de alunos: secretaria e direcao).
000160*   2026-10-15 DRR  Inclui a funcao LIBERAFECHA (fechar periodo
000164*                   com pendencias de lancamento: coordenacao).
000168*   2026-10-15 DRR  Inclui a funcao RETIFICACAO (aprovacao de
000172*                   retificacao de registro confirmado: direcao).
000176*   2026-10-15 DRR  Inclui a funcao UNIFICACAO (unificacao de
000180*                   matriculas duplicadas: secretaria e direcao).
000184*   2026-10-15 DRR  Inclui a funcao RESPONSAVEIS (responsaveis
000188*                   pelos alunos: secretaria e direcao).
000192*   2026-10-15 DRR  Inclui as funcoes TITULAR (relatorio dos
000196*                   dados de um aluno para pedido LGPD:
000200*                   secretaria e direcao) e RETENCAO
000204*                   (anonimizacao por prazo de retencao:
000208*                   direcao).
000212*****************************************************************
000220 01  TABELA-ACESSOS-DADOS.
000230     05  FILLER PIC X(16) VALUE "NOTAS       SPC ".
000240     05  FILLER PIC X(16) VALUE "CORRECAO    SPC ".
000250     05  FILLER PIC X(16) VALUE "FREQUENCIA  SPC ".
000260     05  FILLER PIC X(16) VALUE "CONSELHO    C   ".
000270     05  FILLER PIC X(16) VALUE "PERIODO     CD  ".
000280     05  FILLER PIC X(16) VALUE "REABERTURA  C   ".
000290     05  FILLER PIC X(16) VALUE "ALUNOS      SD  ".
000300     05  FILLER PIC X(16) VALUE "MATERIAS    SC  ".
000310     05  FILLER PIC X(16) VALUE "ATRIBUICAO  CD  ".
000320     05  FILLER PIC X(16) VALUE "REGRAS      D   ".
000330     05  FILLER PIC X(16) VALUE "OPERADORES  D   ".
000335     05  FILLER PIC X(16) VALUE "TRANSFERIR  SD  ".
000337     05  FILLER PIC X(16) VALUE "LIBERAFECHA C   ".
000338     05  FILLER PIC X(16) VALUE "RETIFICACAO D   ".
000339     05  FILLER PIC X(16) VALUE "UNIFICACAO  SD  ".
000344     05  FILLER PIC X(16) VALUE "RESPONSAVEISSD  ".
000345     05  FILLER PIC X(16) VALUE "TITULAR     SD  ".
000346     05  FILLER PIC X(16) VALUE "RETENCAO    D   ".
000349 01  TABELA-ACESSOS REDEFINES TABELA-ACESSOS-DADOS.
000354     05  TA-ITEM OCCURS 18 TIMES INDEXED BY TA-IDX.
000360         10  TA-FUNCAO               PIC X(12).
000370         10  TA-PERFIS               PIC X(04).
000380 01  TA-QTD-FUNCOES                  PIC 9(02) VALUE 18.
