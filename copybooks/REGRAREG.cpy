000100*****************************************************************
000110* REGRAREG.cpy
000120* Registro das regras de avaliacao do ano letivo (arquivo
000130* REGRAS-AVALIACAO, chave RGR-ANO-LETIVO), mantido pelo
000140* programa CadastroRegras e lido por todo caminho de lancamento,
000150* correcao, lote e resultado anual via ConsultaRegras: media de
000160* aprovacao, piso da faixa de Recuperacao, presenca minima, a
000170* regra do desfecho da recuperacao (substitui a media, fica com
000180* a maior ou faz a media das duas), a media final exigida apos
000190* a recuperacao e a media anual de aprovacao. Cada ano letivo
000200* tem o seu registro; mudanca de regra por decreto vale so para
000210* o ano cadastrado e nao regrava anos anteriores nem o
000220* historico acumulado.
000230*-----------------------------------------------------------------
000240* Mod history:
000250*   2026-10-15 DRR  Criado (regras de avaliacao por ano letivo).
000260*****************************************************************
000270 01  RGR-REGISTRO.
000280     05  RGR-ANO-LETIVO              PIC 9(04).
000290     05  RGR-MEDIA-APROVACAO         PIC 99V99.
000300     05  RGR-MEDIA-RECUPERACAO       PIC 99V99.
000310     05  RGR-FREQUENCIA-MINIMA       PIC 9(03).
000320     05  RGR-REGRA-RECUPERACAO       PIC X(01).
000330         88  RGR-RECUP-SUBSTITUI             VALUE "S".
000340         88  RGR-RECUP-MAIOR                 VALUE "M".
000350         88  RGR-RECUP-MEDIA                 VALUE "A".
000360     05  RGR-MEDIA-POS-RECUP         PIC 99V99.
000370     05  RGR-MEDIA-ANUAL             PIC 99V99.
000380     05  RGR-DATA-ALTERACAO          PIC 9(08).
000390     05  RGR-OPERADOR                PIC X(10).
