       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW28.
      *****************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 12/09/2026
      * Purpose: Consulta interativa em tela para o atendimento,
      *          somente leitura, sobre o mestre indexado, o indice
      *          de socios por nome e o historico de movimentacoes -
      *          junta numa unica sessao o que antes exigia rodar o
      *          CBLZMW09, o CBLZMW16 e o CBLZMW12 um depois do
      *          outro. A consulta abre por CNPJ, pelo inicio do
      *          nome da empresa ou pelo inicio do nome de um socio
      *          (a busca do CBLZMW16), escolhendo a empresa na lista
      *          achada; a tela da empresa mostra os
      *          dados do registro 'E' e a lista paginada dos
      *          socios. Escolhido um socio, lista todas as empresas
      *          em que o documento dele consta como socio, e
      *          escolhida uma delas a consulta passa para essa
      *          empresa (V volta para a anterior). A opcao H mostra
      *          a linha do tempo da empresa corrente, como o
      *          CBLZMW12. Cada consulta feita fica registrada no log
      *          de consultas com o usuario, a data/hora, o que foi
      *          consultado e quantos itens retornaram
      * Updates:
      * 120926 - Marcelo - Create Program
      * 130926 - Marcelo - Abertura tambem pelo inicio do nome da
      *          empresa; empresas do socio apuradas pelo documento
      *          em todo o indice de nomes (qualquer grafia); a volta
      *          para uma empresa ja consultada nao grava log
      * 150926 - Marcelo - A volta para uma empresa que saiu do
      *          mestre tambem nao grava log
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MESTRE ASSIGN TO DYNAMIC
           WK-PATH-MESTRE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-CHAVE
           FILE STATUS IS WK-STATUS-MST.

       SELECT NOMES ASSIGN TO DYNAMIC
           WK-PATH-NOMES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOM-CHAVE
           FILE STATUS IS WK-STATUS-NOM.

      * Historico permanente de movimentacoes do CBLZMW07 - aberto a
      * cada pedido de linha do tempo
       SELECT HISTORICO ASSIGN TO DYNAMIC
           WK-PATH-HIST
           FILE STATUS IS WK-STATUS-HIS.

      * Log de consultas - uma linha por consulta feita na tela,
      * acrescentada ao fim do arquivo
       SELECT LOG-CONSULTAS ASSIGN TO DYNAMIC
           WK-PATH-LOG
           FILE STATUS IS WK-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD MESTRE.
       01 FL-MESTRE-ARQ.
           05 MST-CHAVE.
               10 MST-CNPJ      PIC 9(14).
               10 MST-TIPO      PIC X(01).
               10 MST-SEQ       PIC 9(04).
           05 MST-DADOS         PIC X(101).

       01 MST-REG-EMPRESA REDEFINES FL-MESTRE-ARQ.
           05 FILLER            PIC X(19).
           05 MST-E-NOME        PIC X(59).
           05 MST-E-ATIVO       PIC X(05).
           05 MST-E-SIT         PIC X(06).
           05 MST-E-QTD-SOCIOS  PIC 9(04).
           05 MST-E-ANOS        PIC 9(03).
           05 FILLER            PIC X(24).

       01 MST-REG-SOCIO REDEFINES FL-MESTRE-ARQ.
           05 FILLER            PIC X(19).
           05 MST-S-CNPJ-SOCIO  PIC 9(14).
           05 MST-S-NOME        PIC X(36).
           05 MST-S-STATUS      PIC X(05).
           05 MST-S-TIPO-SOCIO  PIC X(02).
           05 FILLER            PIC X(44).

       FD NOMES.
       01 FL-NOMES-ARQ.
           05 NOM-CHAVE.
               10 NOM-NOME      PIC X(36).
               10 NOM-CNPJ      PIC 9(14).
               10 NOM-SEQ       PIC 9(04).
           05 NOM-DOC-SOCIO     PIC 9(14).
           05 NOM-TIPO-SOCIO    PIC X(02).
           05 NOM-STATUS        PIC X(05).

       FD HISTORICO RECORDING MODE IS F.
       01 FL-HISTORICO-ARQ PIC X(120).
       01 FILLER REDEFINES FL-HISTORICO-ARQ.
           05 HST-DATA-CICLO  PIC 9(08).
           05 HST-DATA-DIG REDEFINES HST-DATA-CICLO.
               10 HST-ANO     PIC 9(04).
               10 HST-MES     PIC 9(02).
               10 HST-DIA     PIC 9(02).
           05 HST-TIPO-MOV    PIC X(07).
           05 HST-CNPJ        PIC 9(14).
           05 HST-DOC-SOCIO   PIC 9(14).
           05 HST-DETALHE     PIC X(77).

      * Linha do log - data/hora, usuario, acao (EMPRESA, NOMEEMP,
      * NOME, DOCUMENT ou HISTORIC), chave consultada, quantidade de
      * itens retornados e resultado (OK ou NE = nada encontrado)
       FD LOG-CONSULTAS RECORDING MODE IS F.
       01 FL-LOG-ARQ.
           05 LOG-DATA          PIC 9(08).
           05 LOG-HORA          PIC 9(06).
           05 LOG-USUARIO       PIC X(20).
           05 LOG-ACAO          PIC X(08).
           05 LOG-CHAVE         PIC X(36).
           05 LOG-QTD-ITENS     PIC 9(05).
           05 LOG-RESULTADO     PIC X(02).
           05 FILLER            PIC X(15).

       WORKING-STORAGE SECTION.
      * Definicao das variaveis de apoio (STATUS e FIM)
       01 WK-STATUS-MST PIC 9(02) VALUE 0.
       01 WK-STATUS-NOM PIC 9(02) VALUE 0.
       01 WK-STATUS-HIS PIC 9(02) VALUE 0.
       01 WK-STATUS-LOG PIC 9(02) VALUE 0.
       01 WK-FIM-CONSULTA  PIC X(01) VALUE 'N'.
       01 WK-FIM-LEITURA   PIC X(01) VALUE 'N'.
       01 WK-LISTA-CHEIA   PIC X(01) VALUE 'N'.
       01 WK-VOLTANDO      PIC X(01) VALUE 'N'.

      * Caminhos dos arquivos - valores default abaixo, substituidos
      * por BLMESTRE/BLNOMES/BLHIST/BLCONLOG quando essas variaveis
      * de ambiente existirem
       01 WK-PATH-MESTRE    PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_MST.idx'.
       01 WK-PATH-NOMES     PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_NOM.idx'.
       01 WK-PATH-HIST      PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_HIS.txt'.
       01 WK-PATH-LOG       PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_CON.txt'.
       01 WK-ENV-VALOR      PIC X(100) VALUE SPACES.

      * Usuario da sessao - o login do sistema operacional
      * (USERNAME no Windows, USER nos demais)
       01 WK-USUARIO        PIC X(20) VALUE SPACES.

      * Modo corrente da tela - A = abertura (CNPJ ou nome),
      * E = empresa com a lista de socios, L = empresas achadas pelo
      * nome, N = socios achados pelo nome, D = empresas do documento
      * de um socio, H = linha do tempo da empresa
       01 WK-MODO           PIC X(01) VALUE 'A'.

      * Campos digitados nas telas
       01 WK-TELA-CNPJ      PIC X(14) VALUE SPACES.
       01 WK-TELA-EMPRESA   PIC X(50) VALUE SPACES.
       01 WK-TELA-NOME      PIC X(36) VALUE SPACES.
       01 WK-OPCAO          PIC X(01) VALUE SPACES.
       01 WK-ITEM-SEL       PIC 9(03) VALUE ZEROS.

      * Textos exibidos nas telas
       01 WK-DATA-TELA      PIC X(10) VALUE SPACES.
       01 WK-TITULO         PIC X(50) VALUE SPACES.
       01 WK-CAB            PIC X(79) OCCURS 4 TIMES.
       01 WK-CAB-LISTA      PIC X(79) VALUE SPACES.
       01 WK-LIN-TELA       PIC X(79) OCCURS 12 TIMES.
       01 WK-PAGINACAO      PIC X(79) VALUE SPACES.
       01 WK-MENSAGEM       PIC X(79) VALUE SPACES.
       01 WK-MENSAGEM-2     PIC X(79) VALUE SPACES.
       01 WK-TECLAS         PIC X(79) VALUE SPACES.

      * Lista da tela corrente - socios da empresa, socios achados
      * pelo nome, empresas do documento ou eventos do historico,
      * cada item com a linha pronta para exibir e as chaves usadas
      * quando o item e escolhido
       01 WK-QTD-MAX-ITENS  PIC 9(03) VALUE 500.
       01 WK-QTD-ITENS      PIC 9(03) VALUE ZEROS.
       01 WK-TAB-ITENS.
           05 WK-ITEM OCCURS 500 TIMES.
               10 WK-ITEM-LINHA   PIC X(75).
               10 WK-ITEM-CNPJ    PIC 9(14).
               10 WK-ITEM-DOC     PIC 9(14).
               10 WK-ITEM-TIPO    PIC X(02).
               10 WK-ITEM-NOME    PIC X(36).
               10 WK-ITEM-DETALHE PIC X(77).
       01 WK-ITEM-NOVO.
           05 WK-NOVO-LINHA       PIC X(75).
           05 WK-NOVO-CNPJ        PIC 9(14).
           05 WK-NOVO-DOC         PIC 9(14).
           05 WK-NOVO-TIPO        PIC X(02).
           05 WK-NOVO-NOME        PIC X(36).
           05 WK-NOVO-DETALHE     PIC X(77).

      * Paginacao da lista - 12 itens por pagina
       01 WK-ITENS-PAGINA   PIC 9(02) VALUE 12.
       01 WK-PAGINA-INI     PIC 9(03) VALUE 1.
       01 WK-PAGINA-FIM     PIC 9(03) VALUE ZEROS.
       01 WK-LINHA-IDX      PIC 9(02) VALUE ZEROS.
       01 WK-ITEM-IDX       PIC 9(03) VALUE ZEROS.
       01 WK-ITEM-NR        PIC ZZ9.

      * Empresa corrente e pilha das empresas visitadas (V volta
      * para a anterior)
       01 WK-CNPJ-ATUAL     PIC 9(14) VALUE ZEROS.
       01 WK-NOME-ATUAL     PIC X(59) VALUE SPACES.
       01 WK-CNPJ-ABRIR     PIC 9(14) VALUE ZEROS.
       01 WK-QTD-PILHA      PIC 9(02) VALUE ZEROS.
       01 WK-MAX-PILHA      PIC 9(02) VALUE 20.
       01 WK-PILHA-IDX      PIC 9(02) VALUE ZEROS.
       01 WK-TAB-PILHA.
           05 WK-PILHA-CNPJ PIC 9(14) OCCURS 20 TIMES.

      * Apoio das buscas - prefixo de nome e seu tamanho util,
      * socio escolhido e nome da empresa lido no mestre
       01 WK-PREFIXO        PIC X(50) VALUE SPACES.
       01 WK-PREFIXO-TAM    PIC 9(02) VALUE ZEROS.
       01 WK-DOC-BUSCA      PIC 9(14) VALUE ZEROS.
       01 WK-TIPO-BUSCA     PIC X(02) VALUE SPACES.
       01 WK-NOME-BUSCA     PIC X(36) VALUE SPACES.
       01 WK-NOME-EMPRESA   PIC X(59) VALUE SPACES.
       01 WK-QTD-ATIVOS     PIC 9(04) VALUE ZEROS.
       01 WK-QTD-INATIVOS   PIC 9(04) VALUE ZEROS.

      * Data do ciclo formatada para a linha do tempo (DD/MM/AAAA)
      * e descricao do movimento, como no CBLZMW12
       01 WK-DATA-MASK      PIC X(10) VALUE SPACES.
       01 WK-DESC-MOV       PIC X(20) VALUE SPACES.

      * Dados da linha de log a gravar
       01 WK-LOG-ACAO       PIC X(08) VALUE SPACES.
       01 WK-LOG-CHAVE      PIC X(36) VALUE SPACES.
       01 WK-LOG-QTD        PIC 9(05) VALUE ZEROS.
       01 WK-LOG-RESULTADO  PIC X(02) VALUE SPACES.

      * Datas e horas do sistema
       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE 0.
           02 WK-MONTH-SYS PIC 9(02) VALUE 0.
           02 WK-DAY-SYS   PIC 9(02) VALUE 0.
       01 WK-DATA-SYS-N REDEFINES WK-DATA-SYS PIC 9(08).

       01 WK-HORA-SYS.
           02 WK-HOUR-SYS   PIC 9(02) VALUE 0.
           02 WK-MINUTE-SYS PIC 9(02) VALUE 0.
           02 WK-SECOND-SYS PIC 9(02) VALUE 0.
           02 WK-CENT-SYS   PIC 9(02) VALUE 0.

      * Contador de consultas da sessao
       01 WK-TOT-CONSULTAS  PIC 9(05) VALUE ZEROS.

       SCREEN SECTION.
      * Tela de abertura - CNPJ da empresa, inicio do nome da empresa
      * ou inicio do nome do socio
       01 TELA-ABERTURA BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE 'CBLZMW28'.
           05 LINE 1 COLUMN 18 VALUE
               'CONSULTA DE EMPRESAS, SOCIOS E HISTORICO' HIGHLIGHT.
           05 LINE 1 COLUMN 70 PIC X(10) FROM WK-DATA-TELA.
           05 LINE 2 COLUMN 2 VALUE 'USUARIO: '.
           05 LINE 2 COLUMN 11 PIC X(20) FROM WK-USUARIO.
           05 LINE 5 COLUMN 5 VALUE 'CNPJ DA EMPRESA.......:'.
           05 LINE 5 COLUMN 29 PIC X(14) USING WK-TELA-CNPJ.
           05 LINE 7 COLUMN 5 VALUE 'OU NOME DA EMPRESA....:'.
           05 LINE 7 COLUMN 29 PIC X(50) USING WK-TELA-EMPRESA.
           05 LINE 9 COLUMN 5 VALUE 'OU NOME DO SOCIO......:'.
           05 LINE 9 COLUMN 29 PIC X(36) USING WK-TELA-NOME.
           05 LINE 11 COLUMN 5 VALUE
               'O NOME PODE SER SO O INICIO - LISTA AS EMPRESAS OU '.
           05 LINE 11 COLUMN 56 VALUE 'OS SOCIOS CUJO NOME'.
           05 LINE 12 COLUMN 5 VALUE 'COMECA ASSIM'.
           05 LINE 21 COLUMN 2 PIC X(79) FROM WK-MENSAGEM
               HIGHLIGHT.
           05 LINE 23 COLUMN 2 VALUE
               'ENTER=CONSULTAR  F=FIM'.
           05 LINE 24 COLUMN 2 VALUE 'OPCAO:'.
           05 LINE 24 COLUMN 9 PIC X(01) USING WK-OPCAO.

      * Tela de lista - cabecalho do modo corrente, 12 linhas da
      * pagina, mensagens e as opcoes do modo
       01 TELA-LISTA BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE 'CBLZMW28'.
           05 LINE 1 COLUMN 18 PIC X(50) FROM WK-TITULO HIGHLIGHT.
           05 LINE 1 COLUMN 70 PIC X(10) FROM WK-DATA-TELA.
           05 LINE 3 COLUMN 2 PIC X(79) FROM WK-CAB (1).
           05 LINE 4 COLUMN 2 PIC X(79) FROM WK-CAB (2).
           05 LINE 5 COLUMN 2 PIC X(79) FROM WK-CAB (3).
           05 LINE 6 COLUMN 2 PIC X(79) FROM WK-CAB (4).
           05 LINE 7 COLUMN 2 PIC X(79) FROM WK-CAB-LISTA
               HIGHLIGHT.
           05 LINE 8 COLUMN 2 PIC X(79) FROM WK-LIN-TELA (1).
           05 LINE 9 COLUMN 2 PIC X(79) FROM WK-LIN-TELA (2).
           05 LINE 10 COLUMN 2 PIC X(79) FROM WK-LIN-TELA (3).
           05 LINE 11 COLUMN 2 PIC X(79) FROM WK-LIN-TELA (4).
           05 LINE 12 COLUMN 2 PIC X(79) FROM WK-LIN-TELA (5).
           05 LINE 13 COLUMN 2 PIC X(79) FROM WK-LIN-TELA (6).
           05 LINE 14 COLUMN 2 PIC X(79) FROM WK-LIN-TELA (7).
           05 LINE 15 COLUMN 2 PIC X(79) FROM WK-LIN-TELA (8).
           05 LINE 16 COLUMN 2 PIC X(79) FROM WK-LIN-TELA (9).
           05 LINE 17 COLUMN 2 PIC X(79) FROM WK-LIN-TELA (10).
           05 LINE 18 COLUMN 2 PIC X(79) FROM WK-LIN-TELA (11).
           05 LINE 19 COLUMN 2 PIC X(79) FROM WK-LIN-TELA (12).
           05 LINE 20 COLUMN 2 PIC X(79) FROM WK-PAGINACAO.
           05 LINE 21 COLUMN 2 PIC X(79) FROM WK-MENSAGEM
               HIGHLIGHT.
           05 LINE 22 COLUMN 2 PIC X(79) FROM WK-MENSAGEM-2
               HIGHLIGHT.
           05 LINE 23 COLUMN 2 PIC X(79) FROM WK-TECLAS.
           05 LINE 24 COLUMN 2 VALUE 'OPCAO:'.
           05 LINE 24 COLUMN 9 PIC X(01) USING WK-OPCAO.
           05 LINE 24 COLUMN 12 VALUE 'ITEM:'.
           05 LINE 24 COLUMN 18 PIC 9(03) USING WK-ITEM-SEL.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR-TELA
               UNTIL WK-FIM-CONSULTA EQUAL 'S'

           PERFORM 9000-FINALIZAR
       .
      *****************************************************************
      * INICIALIZAR - IDENTIFICA O USUARIO E ABRE OS ARQUIVOS; SEM O
      * LOG DE CONSULTAS A TELA NAO E LIBERADA
      *****************************************************************
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD
           MOVE WK-DAY-SYS TO WK-DATA-TELA (1:2)
           MOVE '/' TO WK-DATA-TELA (3:1)
           MOVE WK-MONTH-SYS TO WK-DATA-TELA (4:2)
           MOVE '/' TO WK-DATA-TELA (6:1)
           MOVE WK-YEAR-SYS TO WK-DATA-TELA (7:4)

           PERFORM 1045-RESOLVER-PARAMETROS-ARQUIVO.
           PERFORM 1050-IDENTIFICAR-USUARIO.

           OPEN INPUT MESTRE
           IF WK-STATUS-MST NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO MESTRE INDEXADO'
                   WK-STATUS-MST
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT NOMES
           IF WK-STATUS-NOM NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO INDICE DE NOMES'
                   WK-STATUS-NOM
               CLOSE MESTRE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND LOG-CONSULTAS
           IF WK-STATUS-LOG EQUAL 35
               OPEN OUTPUT LOG-CONSULTAS
           END-IF
           IF WK-STATUS-LOG NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO LOG DE CONSULTAS '
                   WK-STATUS-LOG
               CLOSE MESTRE
               CLOSE NOMES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'A' TO WK-MODO
           MOVE SPACES TO WK-MENSAGEM
       .
       1000-INICIALIZAR-FIM.
           EXIT.
      *****************************************************************
      * RESOLVER OS CAMINHOS DE ARQUIVO A PARTIR DE VARIAVEIS DE
      * AMBIENTE, QUANDO INFORMADAS, MANTENDO OS DEFAULTS ACIMA
      * QUANDO A VARIAVEL NAO EXISTIR NO AMBIENTE DE EXECUCAO
      *****************************************************************
       1045-RESOLVER-PARAMETROS-ARQUIVO SECTION.
           DISPLAY 'BLMESTRE' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-MESTRE
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLNOMES' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-NOMES
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLHIST' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-HIST
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLCONLOG' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-LOG
           END-IF
           MOVE SPACES TO WK-ENV-VALOR
       .
       1045-RESOLVER-PARAMETROS-ARQUIVO-FIM.
           EXIT.
      *****************************************************************
      * IDENTIFICAR O USUARIO DA SESSAO PELO LOGIN DO SISTEMA
      *****************************************************************
       1050-IDENTIFICAR-USUARIO SECTION.
           DISPLAY 'USERNAME' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR EQUAL SPACES
               DISPLAY 'USER' UPON ENVIRONMENT-NAME
               ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           END-IF

           IF WK-ENV-VALOR EQUAL SPACES
               MOVE 'NAO IDENTIFICADO' TO WK-USUARIO
           ELSE
               MOVE WK-ENV-VALOR TO WK-USUARIO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR
       .
       1050-IDENTIFICAR-USUARIO-FIM.
           EXIT.
      *****************************************************************
      * PROCESSAR UMA INTERACAO - TELA DE ABERTURA OU TELA DE LISTA,
      * CONFORME O MODO CORRENTE
      *****************************************************************
       2000-PROCESSAR-TELA SECTION.
           IF WK-MODO EQUAL 'A'
               PERFORM 2100-TELA-ABERTURA
           ELSE
               PERFORM 2200-TELA-LISTA
           END-IF
       .
       2000-PROCESSAR-TELA-FIM.
           EXIT.
      *****************************************************************
      * TELA DE ABERTURA - CNPJ ABRE A EMPRESA; NOME DA EMPRESA LISTA
      * AS EMPRESAS E NOME DO SOCIO LISTA OS SOCIOS CUJO NOME COMECA
      * PELO TEXTO DIGITADO
      *****************************************************************
       2100-TELA-ABERTURA SECTION.
           MOVE SPACES TO WK-TELA-CNPJ
           MOVE SPACES TO WK-TELA-EMPRESA
           MOVE SPACES TO WK-TELA-NOME
           MOVE SPACES TO WK-OPCAO

           DISPLAY TELA-ABERTURA
           ACCEPT TELA-ABERTURA

           MOVE SPACES TO WK-MENSAGEM
           MOVE SPACES TO WK-MENSAGEM-2
           INSPECT WK-OPCAO CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WK-TELA-EMPRESA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WK-TELA-NOME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           EVALUATE TRUE
               WHEN WK-OPCAO EQUAL 'F'
                   MOVE 'S' TO WK-FIM-CONSULTA
               WHEN WK-TELA-CNPJ NOT EQUAL SPACES
                   IF WK-TELA-CNPJ NUMERIC
                       MOVE WK-TELA-CNPJ TO WK-CNPJ-ABRIR
                       MOVE ZEROS TO WK-QTD-PILHA
                       MOVE 'N' TO WK-VOLTANDO
                       PERFORM 3000-ABRIR-EMPRESA
                   ELSE
                       MOVE 'INFORME O CNPJ COM 14 DIGITOS'
                           TO WK-MENSAGEM
                   END-IF
               WHEN WK-TELA-EMPRESA NOT EQUAL SPACES
                   MOVE ZEROS TO WK-QTD-PILHA
                   PERFORM 3150-BUSCAR-NOME-EMPRESA
               WHEN WK-TELA-NOME NOT EQUAL SPACES
                   MOVE ZEROS TO WK-QTD-PILHA
                   PERFORM 3100-BUSCAR-NOME
               WHEN OTHER
                   MOVE 'INFORME O CNPJ OU O NOME DA EMPRESA, OU O '
                       TO WK-MENSAGEM
                   MOVE 'NOME DO SOCIO' TO WK-MENSAGEM (43:13)
           END-EVALUATE
       .
       2100-TELA-ABERTURA-FIM.
           EXIT.
      *****************************************************************
      * TELA DE LISTA - EXIBE A PAGINA CORRENTE E TRATA A OPCAO
      * DIGITADA (ITEM INFORMADO SEM OPCAO E A ESCOLHA DO ITEM;
      * NADA INFORMADO AVANCA A PAGINA)
      *****************************************************************
       2200-TELA-LISTA SECTION.
           PERFORM 2210-MONTAR-PAGINA

           MOVE SPACES TO WK-OPCAO
           MOVE ZEROS TO WK-ITEM-SEL

           DISPLAY TELA-LISTA
           ACCEPT TELA-LISTA

           MOVE SPACES TO WK-MENSAGEM
           MOVE SPACES TO WK-MENSAGEM-2
           INSPECT WK-OPCAO CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           EVALUATE TRUE
               WHEN WK-OPCAO EQUAL 'F'
                   MOVE 'S' TO WK-FIM-CONSULTA
               WHEN WK-OPCAO EQUAL 'C'
                   MOVE 'A' TO WK-MODO
               WHEN WK-OPCAO EQUAL 'V'
                   PERFORM 2240-VOLTAR
               WHEN WK-OPCAO EQUAL 'H'
                   IF WK-MODO EQUAL 'E'
                       PERFORM 3300-MOSTRAR-HISTORICO
                   ELSE
                       MOVE 'A LINHA DO TEMPO SAI DA TELA DA EMPRESA'
                           TO WK-MENSAGEM
                   END-IF
               WHEN WK-OPCAO EQUAL '-'
                   IF WK-PAGINA-INI > WK-ITENS-PAGINA
                       SUBTRACT WK-ITENS-PAGINA FROM WK-PAGINA-INI
                   ELSE
                       MOVE 'PRIMEIRA PAGINA DA LISTA' TO WK-MENSAGEM
                   END-IF
               WHEN WK-OPCAO EQUAL '+'
                   OR (WK-OPCAO EQUAL SPACE AND WK-ITEM-SEL EQUAL 0)
                   IF WK-PAGINA-INI + WK-ITENS-PAGINA NOT >
                       WK-QTD-ITENS
                       ADD WK-ITENS-PAGINA TO WK-PAGINA-INI
                   ELSE
                       MOVE 'ULTIMA PAGINA DA LISTA' TO WK-MENSAGEM
                   END-IF
               WHEN WK-OPCAO EQUAL SPACE OR WK-OPCAO EQUAL 'S'
                   PERFORM 2230-SELECIONAR-ITEM
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA' TO WK-MENSAGEM
           END-EVALUATE
       .
       2200-TELA-LISTA-FIM.
           EXIT.
      *****************************************************************
      * MONTAR A PAGINA CORRENTE DA LISTA - NUMERO DO ITEM E A LINHA
      * PRONTA DE CADA ITEM, E A INDICACAO DOS ITENS EXIBIDOS
      *****************************************************************
       2210-MONTAR-PAGINA SECTION.
           PERFORM 2211-MONTAR-LINHA-PAGINA
               VARYING WK-LINHA-IDX FROM 1 BY 1
               UNTIL WK-LINHA-IDX > WK-ITENS-PAGINA

           MOVE SPACES TO WK-PAGINACAO
           IF WK-QTD-ITENS EQUAL ZEROS
               MOVE 'LISTA VAZIA' TO WK-PAGINACAO
           ELSE
               COMPUTE WK-PAGINA-FIM =
                   WK-PAGINA-INI + WK-ITENS-PAGINA - 1
               IF WK-PAGINA-FIM > WK-QTD-ITENS
                   MOVE WK-QTD-ITENS TO WK-PAGINA-FIM
               END-IF
               STRING 'ITENS ' WK-PAGINA-INI ' A ' WK-PAGINA-FIM
                   ' DE ' WK-QTD-ITENS
                   DELIMITED BY SIZE INTO WK-PAGINACAO
               END-STRING
               IF WK-LISTA-CHEIA EQUAL 'S'
                   MOVE '- LISTA LIMITADA A 500 ITENS'
                       TO WK-PAGINACAO (25:28)
               END-IF
           END-IF
       .
       2210-MONTAR-PAGINA-FIM.
           EXIT.
      *****************************************************************
      * MONTAR UMA LINHA DA PAGINA
      *****************************************************************
       2211-MONTAR-LINHA-PAGINA SECTION.
           COMPUTE WK-ITEM-IDX = WK-PAGINA-INI + WK-LINHA-IDX - 1
           MOVE SPACES TO WK-LIN-TELA (WK-LINHA-IDX)

           IF WK-ITEM-IDX NOT > WK-QTD-ITENS
               MOVE WK-ITEM-IDX TO WK-ITEM-NR
               STRING WK-ITEM-NR ' ' WK-ITEM-LINHA (WK-ITEM-IDX)
                   DELIMITED BY SIZE INTO WK-LIN-TELA (WK-LINHA-IDX)
               END-STRING
           END-IF
       .
       2211-MONTAR-LINHA-PAGINA-FIM.
           EXIT.
      *****************************************************************
      * SELECIONAR O ITEM INFORMADO - SOCIO DA EMPRESA LISTA AS
      * EMPRESAS DO DOCUMENTO; EMPRESA ACHADA PELO NOME, SOCIO ACHADO
      * PELO NOME OU EMPRESA DO DOCUMENTO ABRE A EMPRESA; EVENTO DO
      * HISTORICO MOSTRA O DETALHE COMPLETO
      *****************************************************************
       2230-SELECIONAR-ITEM SECTION.
           IF WK-ITEM-SEL EQUAL ZEROS
               OR WK-ITEM-SEL > WK-QTD-ITENS
               MOVE 'ITEM INVALIDO - INFORME UM NUMERO DA LISTA'
                   TO WK-MENSAGEM
           ELSE
               EVALUATE WK-MODO
                   WHEN 'E'
                       MOVE WK-ITEM-DOC (WK-ITEM-SEL) TO WK-DOC-BUSCA
                       MOVE WK-ITEM-TIPO (WK-ITEM-SEL)
                           TO WK-TIPO-BUSCA
                       MOVE WK-ITEM-NOME (WK-ITEM-SEL)
                           TO WK-NOME-BUSCA
                       PERFORM 3200-LISTAR-EMPRESAS-DOCUMENTO
                   WHEN 'L'
                   WHEN 'N'
                   WHEN 'D'
                       MOVE WK-ITEM-CNPJ (WK-ITEM-SEL)
                           TO WK-CNPJ-ABRIR
                       MOVE 'N' TO WK-VOLTANDO
                       PERFORM 3000-ABRIR-EMPRESA
                   WHEN OTHER
                       PERFORM 3400-MOSTRAR-DETALHE-EVENTO
               END-EVALUATE
           END-IF
       .
       2230-SELECIONAR-ITEM-FIM.
           EXIT.
      *****************************************************************
      * VOLTAR - DA EMPRESA PARA A EMPRESA VISITADA ANTES DELA (OU
      * PARA A ABERTURA); DAS EMPRESAS DO DOCUMENTO E DA LINHA DO
      * TEMPO PARA A EMPRESA CORRENTE; DAS EMPRESAS E DOS SOCIOS
      * ACHADOS PELO NOME PARA A ABERTURA. A EMPRESA REABERTA NA VOLTA
      * NAO E UMA CONSULTA NOVA E NAO VAI PARA O LOG
      *****************************************************************
       2240-VOLTAR SECTION.
           EVALUATE WK-MODO
               WHEN 'E'
                   IF WK-QTD-PILHA > 1
                       SUBTRACT 1 FROM WK-QTD-PILHA
                       MOVE WK-PILHA-CNPJ (WK-QTD-PILHA)
                           TO WK-CNPJ-ABRIR
                       MOVE 'S' TO WK-VOLTANDO
                       PERFORM 3000-ABRIR-EMPRESA
                   ELSE
                       MOVE 'A' TO WK-MODO
                   END-IF
               WHEN 'D'
               WHEN 'H'
                   MOVE WK-CNPJ-ATUAL TO WK-CNPJ-ABRIR
                   MOVE 'S' TO WK-VOLTANDO
                   PERFORM 3000-ABRIR-EMPRESA
               WHEN OTHER
                   MOVE 'A' TO WK-MODO
           END-EVALUATE
       .
       2240-VOLTAR-FIM.
           EXIT.
      *****************************************************************
      * ABRIR A EMPRESA WK-CNPJ-ABRIR - LE O REGISTRO 'E' E CARREGA
      * OS SOCIOS NA LISTA; EMPRESA NAO ENCONTRADA MANTEM A TELA
      * ANTERIOR COM O AVISO. A EMPRESA ABERTA VAI PARA A PILHA DAS
      * VISITADAS, A NAO SER NA VOLTA
      *****************************************************************
       3000-ABRIR-EMPRESA SECTION.
           MOVE WK-CNPJ-ABRIR TO MST-CNPJ
           MOVE 'E' TO MST-TIPO
           MOVE ZEROS TO MST-SEQ

           MOVE 'EMPRESA' TO WK-LOG-ACAO
           MOVE WK-CNPJ-ABRIR TO WK-LOG-CHAVE

           READ MESTRE
               INVALID KEY
                   MOVE SPACES TO WK-MENSAGEM
                   STRING 'CNPJ ' WK-CNPJ-ABRIR
                       ' NAO ENCONTRADO NO MESTRE'
                       DELIMITED BY SIZE INTO WK-MENSAGEM
                   END-STRING
                   IF WK-VOLTANDO NOT EQUAL 'S'
                       MOVE ZEROS TO WK-LOG-QTD
                       MOVE 'NE' TO WK-LOG-RESULTADO
                       PERFORM 8000-GRAVAR-LOG
                   END-IF
               NOT INVALID KEY
                   PERFORM 3005-MONTAR-TELA-EMPRESA
           END-READ
       .
       3000-ABRIR-EMPRESA-FIM.
           EXIT.
      *****************************************************************
      * MONTAR A TELA DA EMPRESA LIDA - DADOS DO 'E' NO CABECALHO E
      * OS SOCIOS NA LISTA, NA ORDEM DO MESTRE (SO A EMPRESA ABERTA
      * POR ESCOLHA DO USUARIO E REGISTRADA NO LOG, NAO A DA VOLTA)
      *****************************************************************
       3005-MONTAR-TELA-EMPRESA SECTION.
           MOVE MST-CNPJ TO WK-CNPJ-ATUAL
           MOVE MST-E-NOME TO WK-NOME-ATUAL
           IF WK-VOLTANDO NOT EQUAL 'S'
               PERFORM 3020-EMPILHAR-EMPRESA
           END-IF

           MOVE 'EMPRESA E SOCIOS' TO WK-TITULO
           MOVE SPACES TO WK-CAB (1)
           MOVE SPACES TO WK-CAB (2)
           MOVE SPACES TO WK-CAB (3)
           MOVE SPACES TO WK-CAB (4)
           STRING 'EMPRESA....: ' MST-CNPJ ' ' MST-E-NOME
               DELIMITED BY SIZE INTO WK-CAB (1)
           END-STRING
           STRING 'ATIVA......: ' MST-E-ATIVO
               '    SITUACAO: ' MST-E-SIT
               '    ANOS DE ABERTURA: ' MST-E-ANOS
               '    SOCIOS: ' MST-E-QTD-SOCIOS
               DELIMITED BY SIZE INTO WK-CAB (2)
           END-STRING
           MOVE 'NR  DOCUMENTO      TP NOME DO SOCIO' TO WK-CAB-LISTA
           MOVE 'STATUS' TO WK-CAB-LISTA (60:6)
           MOVE '+/- PAGINA  ITEM=EMPRESAS DO SOCIO  H=HISTORICO  '
               TO WK-TECLAS
           MOVE 'V=VOLTAR  C=CONSULTA  F=FIM' TO WK-TECLAS (51:27)

           MOVE ZEROS TO WK-QTD-ITENS
           MOVE ZEROS TO WK-QTD-ATIVOS
           MOVE ZEROS TO WK-QTD-INATIVOS
           MOVE 'N' TO WK-LISTA-CHEIA
           MOVE 'N' TO WK-FIM-LEITURA
           PERFORM 3010-CARREGAR-SOCIO
               UNTIL WK-FIM-LEITURA EQUAL 'S'

           STRING 'SOCIOS ATIVOS: ' WK-QTD-ATIVOS
               '    INATIVOS/REMOVIDOS: ' WK-QTD-INATIVOS
               DELIMITED BY SIZE INTO WK-CAB (3)
           END-STRING
           IF WK-QTD-ITENS EQUAL ZEROS
               MOVE 'EMPRESA SEM SOCIOS NO MESTRE' TO WK-MENSAGEM
           END-IF

           MOVE 'E' TO WK-MODO
           MOVE 1 TO WK-PAGINA-INI

           IF WK-VOLTANDO NOT EQUAL 'S'
               MOVE WK-QTD-ITENS TO WK-LOG-QTD
               MOVE 'OK' TO WK-LOG-RESULTADO
               PERFORM 8000-GRAVAR-LOG
           END-IF
       .
       3005-MONTAR-TELA-EMPRESA-FIM.
           EXIT.
      *****************************************************************
      * CARREGAR UM SOCIO - LE O PROXIMO REGISTRO DO MESTRE ENQUANTO
      * A CHAVE CONTINUAR NA EMPRESA E NOS REGISTROS 'S'
      *****************************************************************
       3010-CARREGAR-SOCIO SECTION.
           READ MESTRE NEXT

           IF WK-STATUS-MST NOT EQUAL 0
               MOVE 'S' TO WK-FIM-LEITURA
           ELSE
               IF MST-CNPJ NOT EQUAL WK-CNPJ-ATUAL
                   OR MST-TIPO NOT EQUAL 'S'
                   MOVE 'S' TO WK-FIM-LEITURA
               ELSE
                   IF MST-S-STATUS (1:5) EQUAL 'ATIVO'
                       ADD 1 TO WK-QTD-ATIVOS
                   ELSE
                       ADD 1 TO WK-QTD-INATIVOS
                   END-IF
                   MOVE SPACES TO WK-ITEM-NOVO
                   STRING MST-S-CNPJ-SOCIO ' ' MST-S-TIPO-SOCIO ' '
                       MST-S-NOME ' ' MST-S-STATUS
                       DELIMITED BY SIZE INTO WK-NOVO-LINHA
                   END-STRING
                   MOVE MST-CNPJ TO WK-NOVO-CNPJ
                   MOVE MST-S-CNPJ-SOCIO TO WK-NOVO-DOC
                   MOVE MST-S-TIPO-SOCIO TO WK-NOVO-TIPO
                   MOVE MST-S-NOME TO WK-NOVO-NOME
                   PERFORM 3900-INCLUIR-ITEM
               END-IF
           END-IF
       .
       3010-CARREGAR-SOCIO-FIM.
           EXIT.
      *****************************************************************
      * EMPILHAR A EMPRESA ABERTA - COM A PILHA CHEIA A EMPRESA MAIS
      * ANTIGA SAI PARA DAR LUGAR A NOVA
      *****************************************************************
       3020-EMPILHAR-EMPRESA SECTION.
           IF WK-QTD-PILHA NOT < WK-MAX-PILHA
               PERFORM 3021-DESLOCAR-PILHA
                   VARYING WK-PILHA-IDX FROM 1 BY 1
                   UNTIL WK-PILHA-IDX NOT < WK-MAX-PILHA
               SUBTRACT 1 FROM WK-QTD-PILHA
           END-IF

           ADD 1 TO WK-QTD-PILHA
           MOVE WK-CNPJ-ATUAL TO WK-PILHA-CNPJ (WK-QTD-PILHA)
       .
       3020-EMPILHAR-EMPRESA-FIM.
           EXIT.
      *****************************************************************
      * DESLOCAR UMA POSICAO DA PILHA PARA BAIXO
      *****************************************************************
       3021-DESLOCAR-PILHA SECTION.
           MOVE WK-PILHA-CNPJ (WK-PILHA-IDX + 1)
               TO WK-PILHA-CNPJ (WK-PILHA-IDX)
       .
       3021-DESLOCAR-PILHA-FIM.
           EXIT.
      *****************************************************************
      * BUSCAR SOCIOS PELO INICIO DO NOME - POSICIONA O INDICE DE
      * NOMES NO PREFIXO E LISTA AS ENTRADAS QUE CASAM, COMO O
      * CBLZMW16; ESCOLHIDA UMA ENTRADA, A EMPRESA DELA E ABERTA
      *****************************************************************
       3100-BUSCAR-NOME SECTION.
           MOVE WK-TELA-NOME TO WK-PREFIXO
           COMPUTE WK-PREFIXO-TAM =
               FUNCTION LENGTH (FUNCTION TRIM (WK-PREFIXO TRAILING))

           MOVE ZEROS TO WK-QTD-ITENS
           MOVE 'N' TO WK-LISTA-CHEIA
           MOVE 'N' TO WK-FIM-LEITURA

           MOVE WK-PREFIXO TO NOM-NOME
           MOVE ZEROS TO NOM-CNPJ
           MOVE ZEROS TO NOM-SEQ
           START NOMES KEY >= NOM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-LEITURA
           END-START

           PERFORM 3110-LER-ENTRADA-NOME
               UNTIL WK-FIM-LEITURA EQUAL 'S'

           MOVE 'NOME' TO WK-LOG-ACAO
           MOVE WK-PREFIXO TO WK-LOG-CHAVE
           PERFORM 8010-APURAR-RESULTADO-LISTA
           PERFORM 8000-GRAVAR-LOG

           IF WK-QTD-ITENS EQUAL ZEROS
               MOVE 'NENHUM SOCIO ENCONTRADO COM O NOME INFORMADO'
                   TO WK-MENSAGEM
           ELSE
               MOVE 'SOCIOS ACHADOS PELO NOME' TO WK-TITULO
               MOVE SPACES TO WK-CAB (1)
               MOVE SPACES TO WK-CAB (2)
               MOVE SPACES TO WK-CAB (3)
               MOVE SPACES TO WK-CAB (4)
               STRING 'SOCIOS COM NOME INICIADO POR: '
                   WK-PREFIXO (1:WK-PREFIXO-TAM)
                   DELIMITED BY SIZE INTO WK-CAB (1)
               END-STRING
               MOVE 'ESCOLHA O ITEM PARA ABRIR A EMPRESA DO SOCIO'
                   TO WK-CAB (2)
               MOVE 'NR  NOME DO SOCIO' TO WK-CAB-LISTA
               MOVE 'DOCUMENTO      TP EMPRESA        SIT.'
                   TO WK-CAB-LISTA (42:37)
               MOVE '+/- PAGINA  ITEM=ABRIR A EMPRESA  V=VOLTAR  '
                   TO WK-TECLAS
               MOVE 'C=CONSULTA  F=FIM' TO WK-TECLAS (46:17)
               MOVE 'N' TO WK-MODO
               MOVE 1 TO WK-PAGINA-INI
           END-IF
       .
       3100-BUSCAR-NOME-FIM.
           EXIT.
      *****************************************************************
      * LER UMA ENTRADA DO INDICE DE NOMES ENQUANTO O NOME CASAR COM
      * O PREFIXO (O PRIMEIRO NOME QUE NAO CASA ENCERRA A BUSCA)
      *****************************************************************
       3110-LER-ENTRADA-NOME SECTION.
           READ NOMES NEXT

           IF WK-STATUS-NOM NOT EQUAL 0
               MOVE 'S' TO WK-FIM-LEITURA
           ELSE
               IF NOM-NOME (1:WK-PREFIXO-TAM) NOT EQUAL
                   WK-PREFIXO (1:WK-PREFIXO-TAM)
                   MOVE 'S' TO WK-FIM-LEITURA
               ELSE
                   MOVE SPACES TO WK-ITEM-NOVO
                   STRING NOM-NOME ' ' NOM-DOC-SOCIO ' '
                       NOM-TIPO-SOCIO ' ' NOM-CNPJ ' ' NOM-STATUS
                       DELIMITED BY SIZE INTO WK-NOVO-LINHA
                   END-STRING
                   MOVE NOM-CNPJ TO WK-NOVO-CNPJ
                   MOVE NOM-DOC-SOCIO TO WK-NOVO-DOC
                   MOVE NOM-TIPO-SOCIO TO WK-NOVO-TIPO
                   MOVE NOM-NOME TO WK-NOVO-NOME
                   PERFORM 3900-INCLUIR-ITEM
               END-IF
           END-IF
       .
       3110-LER-ENTRADA-NOME-FIM.
           EXIT.
      *****************************************************************
      * BUSCAR EMPRESAS PELO INICIO DO NOME - NAO HA INDICE PELO NOME
      * DA EMPRESA, ENTAO O MESTRE E PERCORRIDO DE 'E' EM 'E' (OS
      * SOCIOS DE CADA EMPRESA SAO SALTADOS PELO START); ESCOLHIDA
      * UMA EMPRESA DA LISTA, ELA E ABERTA
      *****************************************************************
       3150-BUSCAR-NOME-EMPRESA SECTION.
           MOVE WK-TELA-EMPRESA TO WK-PREFIXO
           COMPUTE WK-PREFIXO-TAM =
               FUNCTION LENGTH (FUNCTION TRIM (WK-PREFIXO TRAILING))

           MOVE ZEROS TO WK-QTD-ITENS
           MOVE 'N' TO WK-LISTA-CHEIA
           MOVE 'N' TO WK-FIM-LEITURA

           MOVE ZEROS TO MST-CNPJ
           MOVE SPACES TO MST-TIPO
           MOVE ZEROS TO MST-SEQ
           START MESTRE KEY >= MST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-LEITURA
           END-START

           PERFORM 3160-LER-EMPRESA-NOME
               UNTIL WK-FIM-LEITURA EQUAL 'S'

           MOVE 'NOMEEMP' TO WK-LOG-ACAO
           MOVE WK-PREFIXO TO WK-LOG-CHAVE
           PERFORM 8010-APURAR-RESULTADO-LISTA
           PERFORM 8000-GRAVAR-LOG

           IF WK-QTD-ITENS EQUAL ZEROS
               MOVE 'NENHUMA EMPRESA ENCONTRADA COM O NOME INFORMADO'
                   TO WK-MENSAGEM
           ELSE
               MOVE 'EMPRESAS ACHADAS PELO NOME' TO WK-TITULO
               MOVE SPACES TO WK-CAB (1)
               MOVE SPACES TO WK-CAB (2)
               MOVE SPACES TO WK-CAB (3)
               MOVE SPACES TO WK-CAB (4)
               STRING 'EMPRESAS COM NOME INICIADO POR: '
                   WK-PREFIXO (1:WK-PREFIXO-TAM)
                   DELIMITED BY SIZE INTO WK-CAB (1)
               END-STRING
               MOVE 'ESCOLHA O ITEM PARA ABRIR A EMPRESA' TO WK-CAB (2)
               MOVE 'NR  CNPJ           NOME DA EMPRESA' TO WK-CAB-LISTA
               MOVE 'ATIVA SIT.' TO WK-CAB-LISTA (66:10)
               MOVE '+/- PAGINA  ITEM=ABRIR A EMPRESA  V=VOLTAR  '
                   TO WK-TECLAS
               MOVE 'C=CONSULTA  F=FIM' TO WK-TECLAS (46:17)
               MOVE 'L' TO WK-MODO
               MOVE 1 TO WK-PAGINA-INI
           END-IF
       .
       3150-BUSCAR-NOME-EMPRESA-FIM.
           EXIT.
      *****************************************************************
      * LER O PROXIMO REGISTRO DO MESTRE - 'E' CUJO NOME CASA COM O
      * PREFIXO ENTRA NA LISTA, E O START SEGUINTE PULA PARA A
      * PROXIMA EMPRESA
      *****************************************************************
       3160-LER-EMPRESA-NOME SECTION.
           READ MESTRE NEXT

           IF WK-STATUS-MST NOT EQUAL 0
               MOVE 'S' TO WK-FIM-LEITURA
           ELSE
               IF MST-TIPO EQUAL 'E'
                   AND MST-E-NOME (1:WK-PREFIXO-TAM) EQUAL
                       WK-PREFIXO (1:WK-PREFIXO-TAM)
                   MOVE SPACES TO WK-ITEM-NOVO
                   STRING MST-CNPJ ' ' MST-E-NOME (1:45) ' '
                       MST-E-ATIVO ' ' MST-E-SIT
                       DELIMITED BY SIZE INTO WK-NOVO-LINHA
                   END-STRING
                   MOVE MST-CNPJ TO WK-NOVO-CNPJ
                   MOVE MST-E-NOME TO WK-NOVO-NOME
                   PERFORM 3900-INCLUIR-ITEM
               END-IF

               MOVE HIGH-VALUES TO MST-TIPO
               MOVE 9999 TO MST-SEQ
               START MESTRE KEY > MST-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WK-FIM-LEITURA
               END-START
           END-IF
       .
       3160-LER-EMPRESA-NOME-FIM.
           EXIT.
      *****************************************************************
      * LISTAR AS EMPRESAS DO DOCUMENTO DO SOCIO ESCOLHIDO - O
      * INDICE DE NOMES E LIDO DO INICIO E CADA ENTRADA COM O MESMO
      * DOCUMENTO E UMA EMPRESA EM QUE ELE CONSTA, QUALQUER QUE SEJA
      * A GRAFIA DO NOME NELA
      *****************************************************************
       3200-LISTAR-EMPRESAS-DOCUMENTO SECTION.
           MOVE ZEROS TO WK-QTD-ITENS
           MOVE 'N' TO WK-LISTA-CHEIA
           MOVE 'N' TO WK-FIM-LEITURA

           MOVE LOW-VALUES TO NOM-NOME
           MOVE ZEROS TO NOM-CNPJ
           MOVE ZEROS TO NOM-SEQ
           START NOMES KEY >= NOM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-LEITURA
           END-START

           PERFORM 3210-LER-ENTRADA-DOCUMENTO
               UNTIL WK-FIM-LEITURA EQUAL 'S'

           MOVE 'EMPRESAS DO SOCIO' TO WK-TITULO
           MOVE SPACES TO WK-CAB (1)
           MOVE SPACES TO WK-CAB (2)
           MOVE SPACES TO WK-CAB (3)
           MOVE SPACES TO WK-CAB (4)
           STRING 'SOCIO......: ' WK-DOC-BUSCA ' ' WK-TIPO-BUSCA ' '
               WK-NOME-BUSCA
               DELIMITED BY SIZE INTO WK-CAB (1)
           END-STRING
           STRING 'EMPRESAS EM QUE O DOCUMENTO CONSTA COMO SOCIO: '
               WK-QTD-ITENS
               DELIMITED BY SIZE INTO WK-CAB (2)
           END-STRING
           STRING 'CONSULTA A PARTIR DE ' WK-CNPJ-ATUAL ' '
               WK-NOME-ATUAL
               DELIMITED BY SIZE INTO WK-CAB (3)
           END-STRING
           MOVE 'NR  CNPJ           NOME DA EMPRESA' TO WK-CAB-LISTA
           MOVE 'STATUS' TO WK-CAB-LISTA (66:6)
           MOVE '+/- PAGINA  ITEM=ABRIR A EMPRESA  V=VOLTAR  '
               TO WK-TECLAS
           MOVE 'C=CONSULTA  F=FIM' TO WK-TECLAS (46:17)
           IF WK-QTD-ITENS EQUAL ZEROS
               MOVE 'DOCUMENTO NAO ENCONTRADO NO INDICE DE NOMES - '
                   TO WK-MENSAGEM
               MOVE 'RECARREGAR O INDICE' TO WK-MENSAGEM (47:19)
           END-IF

           MOVE 'D' TO WK-MODO
           MOVE 1 TO WK-PAGINA-INI

           MOVE 'DOCUMENT' TO WK-LOG-ACAO
           MOVE WK-DOC-BUSCA TO WK-LOG-CHAVE
           PERFORM 8010-APURAR-RESULTADO-LISTA
           PERFORM 8000-GRAVAR-LOG
       .
       3200-LISTAR-EMPRESAS-DOCUMENTO-FIM.
           EXIT.
      *****************************************************************
      * LER UMA ENTRADA DO INDICE E INCLUIR NA LISTA AS DO MESMO
      * DOCUMENTO, COM O NOME DA EMPRESA LIDO NO MESTRE
      *****************************************************************
       3210-LER-ENTRADA-DOCUMENTO SECTION.
           READ NOMES NEXT

           IF WK-STATUS-NOM NOT EQUAL 0
               MOVE 'S' TO WK-FIM-LEITURA
           ELSE
               IF NOM-DOC-SOCIO EQUAL WK-DOC-BUSCA
                   PERFORM 3220-BUSCAR-NOME-EMPRESA
                   MOVE SPACES TO WK-ITEM-NOVO
                   STRING NOM-CNPJ ' ' WK-NOME-EMPRESA (1:45) ' '
                       NOM-STATUS
                       DELIMITED BY SIZE INTO WK-NOVO-LINHA
                   END-STRING
                   MOVE NOM-CNPJ TO WK-NOVO-CNPJ
                   MOVE NOM-DOC-SOCIO TO WK-NOVO-DOC
                   MOVE NOM-TIPO-SOCIO TO WK-NOVO-TIPO
                   MOVE NOM-NOME TO WK-NOVO-NOME
                   PERFORM 3900-INCLUIR-ITEM
               END-IF
           END-IF
       .
       3210-LER-ENTRADA-DOCUMENTO-FIM.
           EXIT.
      *****************************************************************
      * BUSCAR NO MESTRE O NOME DA EMPRESA DA ENTRADA DO INDICE - UM
      * 'E' AUSENTE (INDICE DEFASADO) SAI APONTADO NO LUGAR DO NOME
      *****************************************************************
       3220-BUSCAR-NOME-EMPRESA SECTION.
           MOVE NOM-CNPJ TO MST-CNPJ
           MOVE 'E' TO MST-TIPO
           MOVE ZEROS TO MST-SEQ
           READ MESTRE
               INVALID KEY
                   MOVE '*EMPRESA NAO ENCONTRADA NO MESTRE*' TO
                       WK-NOME-EMPRESA
               NOT INVALID KEY
                   MOVE MST-E-NOME TO WK-NOME-EMPRESA
           END-READ
       .
       3220-BUSCAR-NOME-EMPRESA-FIM.
           EXIT.
      *****************************************************************
      * MOSTRAR A LINHA DO TEMPO DA EMPRESA CORRENTE - VARRE O
      * HISTORICO EM ORDEM DE ACRESCIMO (CRONOLOGICA), COMO O
      * CBLZMW12; HISTORICO INDISPONIVEL MANTEM A TELA DA EMPRESA
      *****************************************************************
       3300-MOSTRAR-HISTORICO SECTION.
           OPEN INPUT HISTORICO
           IF WK-STATUS-HIS NOT EQUAL 0
               MOVE SPACES TO WK-MENSAGEM
               STRING 'HISTORICO DE MOVIMENTACOES INDISPONIVEL ('
                   WK-STATUS-HIS ')'
                   DELIMITED BY SIZE INTO WK-MENSAGEM
               END-STRING
           ELSE
               MOVE ZEROS TO WK-QTD-ITENS
               MOVE 'N' TO WK-LISTA-CHEIA
               MOVE 'N' TO WK-FIM-LEITURA
               PERFORM 3310-LER-MOVIMENTO
                   UNTIL WK-FIM-LEITURA EQUAL 'S'
               CLOSE HISTORICO

               MOVE 'LINHA DO TEMPO DA EMPRESA' TO WK-TITULO
               MOVE SPACES TO WK-CAB (1)
               MOVE SPACES TO WK-CAB (2)
               MOVE SPACES TO WK-CAB (3)
               MOVE SPACES TO WK-CAB (4)
               STRING 'EMPRESA....: ' WK-CNPJ-ATUAL ' ' WK-NOME-ATUAL
                   DELIMITED BY SIZE INTO WK-CAB (1)
               END-STRING
               STRING 'MOVIMENTOS REGISTRADOS: ' WK-QTD-ITENS
                   DELIMITED BY SIZE INTO WK-CAB (2)
               END-STRING
               MOVE 'ESCOLHA O ITEM PARA VER O DETALHE COMPLETO'
                   TO WK-CAB (3)
               MOVE 'NR  DATA       MOVIMENTO            DETALHE'
                   TO WK-CAB-LISTA
               MOVE '+/- PAGINA  ITEM=DETALHE  V=VOLTAR  C=CONSULTA  '
                   TO WK-TECLAS
               MOVE 'F=FIM' TO WK-TECLAS (51:5)
               IF WK-QTD-ITENS EQUAL ZEROS
                   MOVE 'NENHUM MOVIMENTO REGISTRADO PARA A EMPRESA'
                       TO WK-MENSAGEM
               END-IF

               MOVE 'H' TO WK-MODO
               MOVE 1 TO WK-PAGINA-INI

               MOVE 'HISTORIC' TO WK-LOG-ACAO
               MOVE WK-CNPJ-ATUAL TO WK-LOG-CHAVE
               PERFORM 8010-APURAR-RESULTADO-LISTA
               PERFORM 8000-GRAVAR-LOG
           END-IF
       .
       3300-MOSTRAR-HISTORICO-FIM.
           EXIT.
      *****************************************************************
      * LER UM MOVIMENTO DO HISTORICO E INCLUIR OS DA EMPRESA
      *****************************************************************
       3310-LER-MOVIMENTO SECTION.
           READ HISTORICO

           IF WK-STATUS-HIS NOT EQUAL 0
               MOVE 'S' TO WK-FIM-LEITURA
           ELSE
               IF HST-CNPJ EQUAL WK-CNPJ-ATUAL
                   PERFORM 3320-MONTAR-EVENTO
               END-IF
           END-IF
       .
       3310-LER-MOVIMENTO-FIM.
           EXIT.
      *****************************************************************
      * MONTAR O EVENTO DA LINHA DO TEMPO - DATA DO CICLO, DESCRICAO
      * DO MOVIMENTO, DOCUMENTO DO SOCIO (NOS MOVIMENTOS DE SOCIO) E
      * O INICIO DO DETALHE; O DETALHE INTEIRO FICA GUARDADO PARA A
      * ESCOLHA DO ITEM
      *****************************************************************
       3320-MONTAR-EVENTO SECTION.
           MOVE SPACES TO WK-DATA-MASK
           MOVE HST-DIA TO WK-DATA-MASK (1:2)
           MOVE HST-MES TO WK-DATA-MASK (4:2)
           MOVE HST-ANO TO WK-DATA-MASK (7:4)
           MOVE '/' TO WK-DATA-MASK (3:1)
                       WK-DATA-MASK (6:1)

           EVALUATE HST-TIPO-MOV
               WHEN 'INC-EMP'
                   MOVE 'ENTRADA NA LISTA....' TO WK-DESC-MOV
               WHEN 'EXC-EMP'
                   MOVE 'SAIDA DA LISTA......' TO WK-DESC-MOV
               WHEN 'ALT-EMP'
                   MOVE 'ALTERACAO DA EMPRESA' TO WK-DESC-MOV
               WHEN 'ALT-NOM'
                   MOVE 'TROCA DE NOME.......' TO WK-DESC-MOV
               WHEN 'INC-SOC'
                   MOVE 'ENTRADA DE SOCIO....' TO WK-DESC-MOV
               WHEN 'EXC-SOC'
                   MOVE 'SAIDA DE SOCIO......' TO WK-DESC-MOV
               WHEN 'ALT-SOC'
                   MOVE 'ALTERACAO DE SOCIO..' TO WK-DESC-MOV
               WHEN OTHER
                   MOVE SPACES TO WK-DESC-MOV
                   STRING 'MOV. ' HST-TIPO-MOV
                       DELIMITED BY SIZE INTO WK-DESC-MOV
                   END-STRING
           END-EVALUATE

           MOVE SPACES TO WK-ITEM-NOVO
           IF HST-TIPO-MOV (5:3) EQUAL 'SOC'
               STRING WK-DATA-MASK ' ' WK-DESC-MOV ' ' HST-DOC-SOCIO
                   ' ' HST-DETALHE
                   DELIMITED BY SIZE INTO WK-NOVO-LINHA
               END-STRING
           ELSE
               STRING WK-DATA-MASK ' ' WK-DESC-MOV ' ' HST-DETALHE
                   DELIMITED BY SIZE INTO WK-NOVO-LINHA
               END-STRING
           END-IF
           MOVE HST-CNPJ TO WK-NOVO-CNPJ
           MOVE HST-DOC-SOCIO TO WK-NOVO-DOC
           MOVE HST-DETALHE TO WK-NOVO-DETALHE
           MOVE WK-DATA-MASK TO WK-NOVO-NOME (1:10)
           MOVE WK-DESC-MOV TO WK-NOVO-NOME (12:20)
           PERFORM 3900-INCLUIR-ITEM
       .
       3320-MONTAR-EVENTO-FIM.
           EXIT.
      *****************************************************************
      * MOSTRAR O DETALHE COMPLETO DO EVENTO ESCOLHIDO NAS LINHAS DE
      * MENSAGEM (A LINHA DA LISTA SO COMPORTA O INICIO DELE)
      *****************************************************************
       3400-MOSTRAR-DETALHE-EVENTO SECTION.
           MOVE SPACES TO WK-MENSAGEM
           IF WK-ITEM-DOC (WK-ITEM-SEL) EQUAL ZEROS
               STRING WK-ITEM-NOME (WK-ITEM-SEL) (1:31)
                   DELIMITED BY SIZE INTO WK-MENSAGEM
               END-STRING
           ELSE
               STRING WK-ITEM-NOME (WK-ITEM-SEL) (1:31) ' SOCIO '
                   WK-ITEM-DOC (WK-ITEM-SEL)
                   DELIMITED BY SIZE INTO WK-MENSAGEM
               END-STRING
           END-IF
           MOVE WK-ITEM-DETALHE (WK-ITEM-SEL) TO WK-MENSAGEM-2
       .
       3400-MOSTRAR-DETALHE-EVENTO-FIM.
           EXIT.
      *****************************************************************
      * INCLUIR O ITEM MONTADO EM WK-ITEM-NOVO NA LISTA - A LISTA E
      * LIMITADA A 500 ITENS E O EXCEDENTE E SO SINALIZADO
      *****************************************************************
       3900-INCLUIR-ITEM SECTION.
           IF WK-QTD-ITENS NOT < WK-QTD-MAX-ITENS
               MOVE 'S' TO WK-LISTA-CHEIA
           ELSE
               ADD 1 TO WK-QTD-ITENS
               MOVE WK-ITEM-NOVO TO WK-ITEM (WK-QTD-ITENS)
           END-IF
       .
       3900-INCLUIR-ITEM-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR A LINHA DO LOG DA CONSULTA FEITA - ACAO E CHAVE EM
      * WK-LOG-ACAO/WK-LOG-CHAVE, QUANTIDADE DE ITENS RETORNADOS EM
      * WK-LOG-QTD E RESULTADO EM WK-LOG-RESULTADO
      *****************************************************************
       8000-GRAVAR-LOG SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SYS FROM TIME

           MOVE SPACES TO FL-LOG-ARQ
           MOVE WK-DATA-SYS-N TO LOG-DATA
           MOVE WK-HORA-SYS (1:6) TO LOG-HORA
           MOVE WK-USUARIO TO LOG-USUARIO
           MOVE WK-LOG-ACAO TO LOG-ACAO
           MOVE WK-LOG-CHAVE TO LOG-CHAVE
           MOVE WK-LOG-QTD TO LOG-QTD-ITENS
           MOVE WK-LOG-RESULTADO TO LOG-RESULTADO

           WRITE FL-LOG-ARQ
           IF WK-STATUS-LOG NOT EQUAL 0
               MOVE SPACES TO WK-MENSAGEM-2
               STRING 'ERRO AO GRAVAR O LOG DE CONSULTAS '
                   WK-STATUS-LOG ' - CONSULTA ENCERRADA'
                   DELIMITED BY SIZE INTO WK-MENSAGEM-2
               END-STRING
               DISPLAY WK-MENSAGEM-2
               MOVE 'S' TO WK-FIM-CONSULTA
               MOVE 12 TO RETURN-CODE
           ELSE
               ADD 1 TO WK-TOT-CONSULTAS
           END-IF
       .
       8000-GRAVAR-LOG-FIM.
           EXIT.
      *****************************************************************
      * APURAR QUANTIDADE E RESULTADO DO LOG PELA LISTA CARREGADA -
      * LISTA VAZIA E NE (NADA ENCONTRADO)
      *****************************************************************
       8010-APURAR-RESULTADO-LISTA SECTION.
           MOVE WK-QTD-ITENS TO WK-LOG-QTD
           IF WK-QTD-ITENS EQUAL ZEROS
               MOVE 'NE' TO WK-LOG-RESULTADO
           ELSE
               MOVE 'OK' TO WK-LOG-RESULTADO
           END-IF
       .
       8010-APURAR-RESULTADO-LISTA-FIM.
           EXIT.
      *****************************************************************
      * FINALIZAR - FECHA OS ARQUIVOS E ENCERRA A SESSAO
      *****************************************************************
       9000-FINALIZAR SECTION.
           CLOSE MESTRE
           IF WK-STATUS-MST NOT EQUAL 0
               DISPLAY 'ERRO AO FECHAR O MESTRE INDEXADO'
                   WK-STATUS-MST
           END-IF

           CLOSE NOMES
           IF WK-STATUS-NOM NOT EQUAL 0
               DISPLAY 'ERRO AO FECHAR O INDICE DE NOMES'
                   WK-STATUS-NOM
           END-IF

           CLOSE LOG-CONSULTAS
           IF WK-STATUS-LOG NOT EQUAL 0
               DISPLAY 'ERRO AO FECHAR O LOG DE CONSULTAS'
                   WK-STATUS-LOG
           END-IF

           DISPLAY 'CONSULTAS REGISTRADAS NA SESSAO: '
               WK-TOT-CONSULTAS

           STOP RUN
       .
       9000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZMW28.
