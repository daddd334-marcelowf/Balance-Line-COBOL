      *          movimentacao) - como a linha carrega os nomes
      *          aparados, o nome novo vem do proprio CNPJ.txt da
      *          rodada, pelo mesmo stream de avanco das inclusoes
      * 050926 - Marcelo - Antes de abrir o mestre para atualizacao
      *          (carga completa ou incremental) tira uma copia de
      *          seguranca datada do mestre e do indice de nomes e a
      *          registra no catalogo de copias; o modo incremental
      *          passa a gravar no diario do mestre a imagem de cada
      *          registro incluido, alterado ou excluido, e a carga
      *          completa grava no diario a marca CC - e o diario que
      *          a recuperacao do CBLZMW21 reproduz a partir de uma
      *          copia (o relatorio de movimentacao nao carrega o
      *          conteudo das inclusoes e e regravado a cada ciclo)
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS NOM-CHAVE
           FILE STATUS IS WK-STATUS-NOM.

      * Copia de seguranca datada do mestre e do indice de nomes,
      * tirada antes de abri-los para atualizacao, e o catalogo das
      * copias tiradas (a recuperacao do CBLZMW21 parte de uma delas)
       SELECT BKP-MESTRE ASSIGN TO DYNAMIC
           WK-PATH-BKP-MESTRE
           FILE STATUS IS WK-STATUS-BKM.

       SELECT BKP-NOMES ASSIGN TO DYNAMIC
           WK-PATH-BKP-NOMES
           FILE STATUS IS WK-STATUS-BKN.

       SELECT CATALOGO-BKP ASSIGN TO DYNAMIC
           WK-PATH-CATALOGO
           FILE STATUS IS WK-STATUS-CAT.

      * Diario das atualizacoes do mestre - a imagem de cada registro
      * incluido, alterado ou excluido, reproduzida pela recuperacao
      * do CBLZMW21 a partir de uma copia de seguranca
       SELECT DIARIO ASSIGN TO DYNAMIC
           WK-PATH-DIARIO
           FILE STATUS IS WK-STATUS-DIA.

       DATA DIVISION.
       FILE SECTION.

           05 ARQ-S-TIPO       PIC X(02).
           05 ARQ-S-FIM        PIC X(02).

       FD BKP-MESTRE RECORDING MODE IS F.
       01 FL-BKP-MESTRE-ARQ PIC X(120).

       FD BKP-NOMES RECORDING MODE IS F.
       01 FL-BKP-NOMES-ARQ PIC X(75).

      * Entrada do catalogo de copias - identificacao da copia (data
      * e hora da execucao que a tirou), programa e modo, quantidades
      * de registros copiados e caminhos das duas copias
       FD CATALOGO-BKP RECORDING MODE IS F.
       01 FL-CATALOGO-ARQ.
           05 CAT-DATA          PIC 9(08).
           05 CAT-HORA          PIC 9(06).
           05 CAT-PROGRAMA      PIC X(08).
           05 CAT-MODO          PIC X(12).
           05 CAT-QTD-MESTRE    PIC 9(09).
           05 CAT-QTD-NOMES     PIC 9(09).
           05 CAT-PATH-MESTRE   PIC X(100).
           05 CAT-PATH-NOMES    PIC X(100).
           05 FILLER            PIC X(08).

      * Entrada do diario - data/hora da execucao, programa, operacao
      * (IN inclusao, AL alteracao, EX exclusao; CC carga completa e
      * RC recuperacao marcam a regravacao do mestre inteiro) e a
      * imagem do registro do mestre depois da atualizacao
       FD DIARIO RECORDING MODE IS F.
       01 FL-DIARIO-ARQ.
           05 DIA-DATA          PIC 9(08).
           05 DIA-HORA          PIC 9(06).
           05 DIA-PROGRAMA      PIC X(08).
           05 DIA-OPERACAO      PIC X(02).
           05 DIA-REGISTRO      PIC X(120).
           05 FILLER            PIC X(16).

       WORKING-STORAGE SECTION.
      * Definicao das variaveis de apoio (STATUS e FIM)
       01 WK-STATUS-EXT PIC 9(02) VALUE 0.
       01 WK-ABERT-ANO PIC 9(04) VALUE ZEROS.
       01 WK-MOV-ANOS  PIC 9(03) VALUE ZEROS.

      * Hora da execucao - junto com a data, identifica a copia de
      * seguranca e as entradas do diario
       01 WK-HORA-SYS.
           02 WK-HOUR-SYS   PIC 9(02) VALUE 0.
           02 WK-MINUTE-SYS PIC 9(02) VALUE 0.
           02 WK-SECOND-SYS PIC 9(02) VALUE 0.

      * Copia de seguranca - diretorio das copias (BLBKPDIR), catalogo
      * (BLBKPCAT), caminhos datados das copias da execucao e
      * quantidades copiadas
       01 WK-STATUS-BKM PIC 9(02) VALUE 0.
       01 WK-STATUS-BKN PIC 9(02) VALUE 0.
       01 WK-STATUS-CAT PIC 9(02) VALUE 0.
       01 WK-DIR-BACKUP      PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\'.
       01 WK-PATH-CATALOGO   PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_BKP.txt'.
       01 WK-PATH-BKP-MESTRE PIC X(100) VALUE SPACES.
       01 WK-PATH-BKP-NOMES  PIC X(100) VALUE SPACES.
       01 WK-FIM-COPIA       PIC X(01) VALUE 'N'.
       01 WK-ERRO-COPIA      PIC X(01) VALUE 'N'.
       01 WK-BKP-MODO        PIC X(12) VALUE SPACES.
       01 WK-BKP-QTD-MESTRE  PIC 9(09) VALUE ZEROS.
       01 WK-BKP-QTD-NOMES   PIC 9(09) VALUE ZEROS.

      * Diario das atualizacoes do mestre (BLDIARIO) e operacao da
      * entrada corrente
       01 WK-STATUS-DIA PIC 9(02) VALUE 0.
       01 WK-PATH-DIARIO     PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_DIA.txt'.
       01 WK-DIARIO-ABERTO   PIC X(01) VALUE 'N'.
       01 WK-DIA-OPERACAO    PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR

      *****************************************************************
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SYS FROM TIME

           PERFORM 1045-RESOLVER-PARAMETROS-ARQUIVO.
           PERFORM 1050-VERIFICAR-PARAMETRO-EXECUCAO.
                       WK-STATUS-EXT
                   MOVE 'S' TO WK-ERRO-CARGA
               ELSE
                   MOVE 'COMPLETA' TO WK-BKP-MODO
                   PERFORM 1090-COPIAR-SEGURANCA
                   IF WK-ERRO-COPIA EQUAL 'S'
                       MOVE 'S' TO WK-ERRO-CARGA
                   ELSE
                       PERFORM 1060-ABRIR-ARQUIVOS-COMPLETA
                   END-IF
               END-IF
           END-IF
               MOVE WK-ENV-VALOR TO WK-PATH-NOMES
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLBKPDIR' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-DIR-BACKUP
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLBKPCAT' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-CATALOGO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLDIARIO' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-DIARIO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR
       .
       1045-RESOLVER-PARAMETROS-ARQUIVO-FIM.
           EXIT.
       1050-VERIFICAR-PARAMETRO-EXECUCAO-FIM.
           EXIT.
      *****************************************************************
      * ABRIR OS ARQUIVOS DA CARGA COMPLETA - O MESTRE E O INDICE DE
      * NOMES SAO REGRAVADOS INTEIROS, E A MARCA CC NO DIARIO AVISA
      * A RECUPERACAO QUE AS ENTRADAS ANTERIORES NAO SE REPRODUZEM
      * POR CIMA DESTA CARGA
      *****************************************************************
       1060-ABRIR-ARQUIVOS-COMPLETA SECTION.
           OPEN OUTPUT MESTRE
           IF WK-STATUS-MST NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO MESTRE INDEXADO'
                   WK-STATUS-MST
               MOVE 'S' TO WK-ERRO-CARGA
           ELSE
               MOVE 'S' TO WK-MESTRE-ABERTO
               OPEN OUTPUT NOMES
               IF WK-STATUS-NOM NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DO INDICE DE '
                       'NOMES ' WK-STATUS-NOM
                   MOVE 'S' TO WK-ERRO-CARGA
               ELSE
                   MOVE 'S' TO WK-NOMES-ABERTO
               END-IF
           END-IF

           IF WK-MESTRE-ABERTO EQUAL 'S'
               PERFORM 1075-ABRIR-DIARIO
               IF WK-DIARIO-ABERTO EQUAL 'S'
                   MOVE SPACES TO FL-MESTRE-ARQ
                   MOVE 'CC' TO WK-DIA-OPERACAO
                   PERFORM 4900-REGISTRAR-DIARIO
               END-IF
           END-IF
       .
       1060-ABRIR-ARQUIVOS-COMPLETA-FIM.
           EXIT.
      *****************************************************************
      * ABRIR OS ARQUIVOS DO MODO INCREMENTAL - O MESTRE PRECISA
      * EXISTIR (A APLICACAO DE DELTAS NAO CRIA MESTRE NOVO) E O
      * RELATORIO DE MOVIMENTACAO E AS LISTAS DA RODADA PRECISAM
      * ESTAR DISPONIVEIS. A COPIA DE SEGURANCA VEM ANTES DE TUDO
      *****************************************************************
       1070-ABRIR-ARQUIVOS-INCREMENTAL SECTION.
           MOVE 'INCREMENTAL' TO WK-BKP-MODO
           PERFORM 1090-COPIAR-SEGURANCA
           IF WK-ERRO-COPIA EQUAL 'S'
               MOVE 'S' TO WK-ERRO-CARGA
           END-IF

           IF WK-ERRO-CARGA EQUAL 'N'
               OPEN I-O MESTRE
               IF WK-STATUS-MST NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DO MESTRE INDEXADO PARA '
                       'ATUALIZACAO ' WK-STATUS-MST
                   MOVE 'S' TO WK-ERRO-CARGA
               ELSE
                   MOVE 'S' TO WK-MESTRE-ABERTO
               END-IF
           END-IF

      * O INDICE DE NOMES PRECISA EXISTIR E SER MANTIDO JUNTO - UM
                   MOVE 'S' TO WK-ERRO-CARGA
               END-IF
           END-IF

           IF WK-ERRO-CARGA EQUAL 'N'
               PERFORM 1075-ABRIR-DIARIO
           END-IF
       .
       1070-ABRIR-ARQUIVOS-INCREMENTAL-FIM.
           EXIT.
      *****************************************************************
      * ABRIR O DIARIO DO MESTRE EM ACRESCIMO (CRIADO NA PRIMEIRA
      * ATUALIZACAO)
      *****************************************************************
       1075-ABRIR-DIARIO SECTION.
           OPEN EXTEND DIARIO
           IF WK-STATUS-DIA EQUAL 35
               OPEN OUTPUT DIARIO
           END-IF
           IF WK-STATUS-DIA NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO DIARIO DO MESTRE '
                   WK-STATUS-DIA
               MOVE 'S' TO WK-ERRO-CARGA
           ELSE
               MOVE 'S' TO WK-DIARIO-ABERTO
           END-IF
       .
       1075-ABRIR-DIARIO-FIM.
           EXIT.
      *****************************************************************
      * COPIA DE SEGURANCA DO MESTRE E DO INDICE DE NOMES, ANTES DE
      * ABRI-LOS PARA ATUALIZACAO - CADA ARQUIVO E COPIADO EM ORDEM
      * DE CHAVE PARA UM SEQUENCIAL COM A DATA/HORA DA EXECUCAO NO
      * NOME, E A COPIA E REGISTRADA NO CATALOGO. MESTRE AINDA
      * INEXISTENTE NAO TEM O QUE COPIAR; FALHA NA COPIA IMPEDE A
      * ATUALIZACAO
      *****************************************************************
       1090-COPIAR-SEGURANCA SECTION.
           MOVE 'N' TO WK-ERRO-COPIA
           MOVE ZEROS TO WK-BKP-QTD-MESTRE
           MOVE ZEROS TO WK-BKP-QTD-NOMES
           MOVE SPACES TO WK-PATH-BKP-MESTRE
           MOVE SPACES TO WK-PATH-BKP-NOMES

           STRING
               WK-DIR-BACKUP    DELIMITED BY SPACE
               'BALANCEMW_MST_' DELIMITED BY SIZE
               WK-DATA-SYS      DELIMITED BY SIZE
               WK-HORA-SYS      DELIMITED BY SIZE
               '.bkp'           DELIMITED BY SIZE
               INTO WK-PATH-BKP-MESTRE
           END-STRING
           STRING
               WK-DIR-BACKUP    DELIMITED BY SPACE
               'BALANCEMW_NOM_' DELIMITED BY SIZE
               WK-DATA-SYS      DELIMITED BY SIZE
               WK-HORA-SYS      DELIMITED BY SIZE
               '.bkp'           DELIMITED BY SIZE
               INTO WK-PATH-BKP-NOMES
           END-STRING

           OPEN INPUT MESTRE
           IF WK-STATUS-MST EQUAL 35
               DISPLAY 'MESTRE AINDA INEXISTENTE - SEM COPIA DE '
                   'SEGURANCA'
           ELSE
               IF WK-STATUS-MST NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DO MESTRE PARA A COPIA '
                       'DE SEGURANCA ' WK-STATUS-MST
                   MOVE 'S' TO WK-ERRO-COPIA
               ELSE
                   OPEN OUTPUT BKP-MESTRE
                   IF WK-STATUS-BKM NOT EQUAL 0
                       DISPLAY 'ERRO DE ABERTURA DA COPIA DE '
                           'SEGURANCA DO MESTRE ' WK-STATUS-BKM
                       MOVE 'S' TO WK-ERRO-COPIA
                   ELSE
                       MOVE 'N' TO WK-FIM-COPIA
                       PERFORM 1091-COPIAR-REGISTRO-MESTRE
                           UNTIL WK-FIM-COPIA EQUAL 'S'
                       CLOSE BKP-MESTRE
                   END-IF
                   CLOSE MESTRE
               END-IF

      * Sem indice de nomes so o mestre e copiado (a atualizacao
      * recusa o indice ausente logo adiante)
               IF WK-ERRO-COPIA EQUAL 'N'
                   OPEN INPUT NOMES
                   IF WK-STATUS-NOM EQUAL 35
                       MOVE SPACES TO WK-PATH-BKP-NOMES
                   ELSE
                       IF WK-STATUS-NOM NOT EQUAL 0
                           DISPLAY 'ERRO DE ABERTURA DO INDICE DE '
                               'NOMES PARA A COPIA DE SEGURANCA '
                               WK-STATUS-NOM
                           MOVE 'S' TO WK-ERRO-COPIA
                       ELSE
                           PERFORM 1092-COPIAR-INDICE-NOMES
                           CLOSE NOMES
                       END-IF
                   END-IF
               END-IF

               IF WK-ERRO-COPIA EQUAL 'N'
                   PERFORM 1095-GRAVAR-CATALOGO-BKP
               END-IF
           END-IF
       .
       1090-COPIAR-SEGURANCA-FIM.
           EXIT.
      *****************************************************************
      * COPIAR O PROXIMO REGISTRO DO MESTRE
      *****************************************************************
       1091-COPIAR-REGISTRO-MESTRE SECTION.
           READ MESTRE NEXT

           IF WK-STATUS-MST EQUAL 10
               MOVE 'S' TO WK-FIM-COPIA
           ELSE
               IF WK-STATUS-MST NOT EQUAL 0
                   DISPLAY 'ERRO AO LER O MESTRE PARA A COPIA DE '
                       'SEGURANCA ' WK-STATUS-MST
                   MOVE 'S' TO WK-ERRO-COPIA
                   MOVE 'S' TO WK-FIM-COPIA
               ELSE
                   WRITE FL-BKP-MESTRE-ARQ FROM FL-MESTRE-ARQ
                   IF WK-STATUS-BKM NOT EQUAL 0
                       DISPLAY 'ERRO AO GRAVAR A COPIA DE SEGURANCA '
                           'DO MESTRE ' WK-STATUS-BKM
                       MOVE 'S' TO WK-ERRO-COPIA
                       MOVE 'S' TO WK-FIM-COPIA
                   ELSE
                       ADD 1 TO WK-BKP-QTD-MESTRE
                   END-IF
               END-IF
           END-IF
       .
       1091-COPIAR-REGISTRO-MESTRE-FIM.
           EXIT.
      *****************************************************************
      * COPIAR O INDICE DE NOMES INTEIRO
      *****************************************************************
       1092-COPIAR-INDICE-NOMES SECTION.
           OPEN OUTPUT BKP-NOMES
           IF WK-STATUS-BKN NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DA COPIA DE SEGURANCA DO '
                   'INDICE DE NOMES ' WK-STATUS-BKN
               MOVE 'S' TO WK-ERRO-COPIA
           ELSE
               MOVE 'N' TO WK-FIM-COPIA
               PERFORM 1093-COPIAR-REGISTRO-NOMES
                   UNTIL WK-FIM-COPIA EQUAL 'S'
               CLOSE BKP-NOMES
           END-IF
       .
       1092-COPIAR-INDICE-NOMES-FIM.
           EXIT.
      *****************************************************************
      * COPIAR O PROXIMO REGISTRO DO INDICE DE NOMES
      *****************************************************************
       1093-COPIAR-REGISTRO-NOMES SECTION.
           READ NOMES NEXT

           IF WK-STATUS-NOM EQUAL 10
               MOVE 'S' TO WK-FIM-COPIA
           ELSE
               IF WK-STATUS-NOM NOT EQUAL 0
                   DISPLAY 'ERRO AO LER O INDICE DE NOMES PARA A '
                       'COPIA DE SEGURANCA ' WK-STATUS-NOM
                   MOVE 'S' TO WK-ERRO-COPIA
                   MOVE 'S' TO WK-FIM-COPIA
               ELSE
                   WRITE FL-BKP-NOMES-ARQ FROM FL-NOMES-ARQ
                   IF WK-STATUS-BKN NOT EQUAL 0
                       DISPLAY 'ERRO AO GRAVAR A COPIA DE SEGURANCA '
                           'DO INDICE DE NOMES ' WK-STATUS-BKN
                       MOVE 'S' TO WK-ERRO-COPIA
                       MOVE 'S' TO WK-FIM-COPIA
                   ELSE
                       ADD 1 TO WK-BKP-QTD-NOMES
                   END-IF
               END-IF
           END-IF
       .
       1093-COPIAR-REGISTRO-NOMES-FIM.
           EXIT.
      *****************************************************************
      * REGISTRAR A COPIA TIRADA NO CATALOGO DE COPIAS (CRIADO NA
      * PRIMEIRA COPIA, DEPOIS SO ACRESCENTADO)
      *****************************************************************
       1095-GRAVAR-CATALOGO-BKP SECTION.
           OPEN EXTEND CATALOGO-BKP
           IF WK-STATUS-CAT EQUAL 35
               OPEN OUTPUT CATALOGO-BKP
           END-IF
           IF WK-STATUS-CAT NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO CATALOGO DE COPIAS '
                   WK-STATUS-CAT
               MOVE 'S' TO WK-ERRO-COPIA
           ELSE
               MOVE SPACES TO FL-CATALOGO-ARQ
               MOVE WK-DATA-SYS        TO CAT-DATA
               MOVE WK-HORA-SYS        TO CAT-HORA
               MOVE 'CBLZMW08'         TO CAT-PROGRAMA
               MOVE WK-BKP-MODO        TO CAT-MODO
               MOVE WK-BKP-QTD-MESTRE  TO CAT-QTD-MESTRE
               MOVE WK-BKP-QTD-NOMES   TO CAT-QTD-NOMES
               MOVE WK-PATH-BKP-MESTRE TO CAT-PATH-MESTRE
               MOVE WK-PATH-BKP-NOMES  TO CAT-PATH-NOMES
               WRITE FL-CATALOGO-ARQ
               IF WK-STATUS-CAT NOT EQUAL 0
                   DISPLAY 'ERRO AO GRAVAR O CATALOGO DE COPIAS '
                       WK-STATUS-CAT
                   MOVE 'S' TO WK-ERRO-COPIA
               END-IF
               CLOSE CATALOGO-BKP
               DISPLAY 'COPIA DE SEGURANCA ' WK-DATA-SYS WK-HORA-SYS
                   ' - MESTRE=' WK-BKP-QTD-MESTRE
                   ' NOMES=' WK-BKP-QTD-NOMES
           END-IF
       .
       1095-GRAVAR-CATALOGO-BKP-FIM.
           EXIT.
      *****************************************************************
      * CARREGAR UM REGISTRO - LE O PROXIMO REGISTRO DO EXTRATO E O
      * GRAVA NO MESTRE INDEXADO (AS CHAVES JA CHEGAM EM ORDEM
      * ASCENDENTE, GRAVADAS ASSIM PELO CBLZMW06)
                           MOVE 'S' TO WK-ERRO-CARGA
                       ELSE
                           ADD 1 TO WK-TOT-INC-EMP
                           MOVE 'IN' TO WK-DIA-OPERACAO
                           PERFORM 4900-REGISTRAR-DIARIO
                       END-IF
                   NOT INVALID KEY
                       DISPLAY 'INCLUSAO DE EMPRESA JA EXISTENTE NO '
                       MOVE 'S' TO WK-ERRO-CARGA
                   ELSE
                       ADD 1 TO WK-TOT-EXC-EMP
                       MOVE 'EX' TO WK-DIA-OPERACAO
                       PERFORM 4900-REGISTRAR-DIARIO
                   END-IF
           END-READ
       .
                       MOVE 'S' TO WK-ERRO-CARGA
                   ELSE
                       ADD 1 TO WK-TOT-ALT-EMP
                       MOVE 'AL' TO WK-DIA-OPERACAO
                       PERFORM 4900-REGISTRAR-DIARIO
                   END-IF
           END-READ
       .
                           MOVE 'S' TO WK-ERRO-CARGA
                       ELSE
                           ADD 1 TO WK-TOT-ALT-NOM
                           MOVE 'AL' TO WK-DIA-OPERACAO
                           PERFORM 4900-REGISTRAR-DIARIO
                       END-IF
               END-READ
           END-IF
                       MOVE 'S' TO WK-ERRO-CARGA
                   ELSE
                       ADD 1 TO WK-TOT-INC-SOC
                       MOVE 'IN' TO WK-DIA-OPERACAO
                       PERFORM 4900-REGISTRAR-DIARIO
                       PERFORM 2100-GRAVAR-INDICE-NOME
                       PERFORM 4800-AJUSTAR-QTD-SOCIOS
                   END-IF
                   MOVE 'S' TO WK-ERRO-CARGA
               ELSE
                   ADD 1 TO WK-TOT-EXC-SOC
                   MOVE 'EX' TO WK-DIA-OPERACAO
                   PERFORM 4900-REGISTRAR-DIARIO
                   PERFORM 4800-AJUSTAR-QTD-SOCIOS
               END-IF
           END-IF
                   MOVE 'S' TO WK-ERRO-CARGA
               ELSE
                   ADD 1 TO WK-TOT-ALT-SOC
                   MOVE 'AL' TO WK-DIA-OPERACAO
                   PERFORM 4900-REGISTRAR-DIARIO
                   PERFORM 4620-ATUALIZAR-INDICE-NOME
               END-IF
           END-IF
                           'SOCIOS DA EMPRESA ' WK-MOV-CNPJ ' '
                           WK-STATUS-MST
                       MOVE 'S' TO WK-ERRO-CARGA
                   ELSE
                       MOVE 'AL' TO WK-DIA-OPERACAO
                       PERFORM 4900-REGISTRAR-DIARIO
                   END-IF
           END-READ
       .
       4810-CONTAR-SOCIO-MESTRE-FIM.
       EXIT.
      *****************************************************************
      * REGISTRAR NO DIARIO A IMAGEM DO REGISTRO DO MESTRE QUE ACABOU
      * DE SER ATUALIZADO (NA EXCLUSAO VALE SO A CHAVE)
      *****************************************************************
       4900-REGISTRAR-DIARIO SECTION.
           MOVE SPACES TO FL-DIARIO-ARQ
           MOVE WK-DATA-SYS     TO DIA-DATA
           MOVE WK-HORA-SYS     TO DIA-HORA
           MOVE 'CBLZMW08'      TO DIA-PROGRAMA
           MOVE WK-DIA-OPERACAO TO DIA-OPERACAO
           MOVE FL-MESTRE-ARQ   TO DIA-REGISTRO
           WRITE FL-DIARIO-ARQ
           IF WK-STATUS-DIA NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR O DIARIO DO MESTRE '
                   WK-STATUS-DIA
               MOVE 'S' TO WK-ERRO-CARGA
           END-IF
       .
       4900-REGISTRAR-DIARIO-FIM.
           EXIT.
      *****************************************************************
      * FINALIZAR - FECHA OS ARQUIVOS E ENCERRA COM RETURN-CODE 12
      * QUANDO A CARGA FOI INTERROMPIDA POR ERRO, PARA O AGENDADOR
      * DO JOB DETECTAR A FALHA
               END-IF
           END-IF

           IF WK-DIARIO-ABERTO EQUAL 'S'
               CLOSE DIARIO
           END-IF

           IF WK-MODO-INCREMENTAL EQUAL 'S'
               DISPLAY 'INCLUSOES DE EMPRESA APLICADAS..: '
                   WK-TOT-INC-EMP
