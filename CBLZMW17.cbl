      *          mestre um registro que a propria critica do feed
      *          rejeitaria - a transacao sai rejeitada com VALOR
      *          FORA DO DOMINIO
      * 030926 - Marcelo - Cada correcao aplicada passa a ser
      *          registrada tambem no cadastro de correcoes vigentes
      *          (BALANCEMW_COR.idx), com o documento do socio na
      *          chave - a carga completa do CBLZMW08 renumera os
      *          socios e regrava o mestre a partir do feed, e o
      *          CBLZMW19 usa esse cadastro para reaplicar, retirar
      *          ou devolver ao solicitante cada correcao
      * 050926 - Marcelo - Antes de abrir o mestre para aplicar o
      *          lote tira uma copia de seguranca datada do mestre e
      *          do indice de nomes e a registra no catalogo de
      *          copias; sem a copia o lote nao e aplicado
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           WK-PATH-TRILHA
           FILE STATUS IS WK-STATUS-TRL.

      * Cadastro das correcoes vigentes - a ultima correcao de cada
      * campo de cada registro, conferida a cada ciclo pelo CBLZMW19
      * contra o feed e o mestre recarregado
       SELECT CORRECOES ASSIGN TO DYNAMIC
           WK-PATH-CORRECOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COR-CHAVE
           FILE STATUS IS WK-STATUS-COR.

       SELECT REJEICOES ASSIGN TO DYNAMIC
           WK-PATH-REJEICOES
           FILE STATUS IS WK-STATUS-REJ.

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

       DATA DIVISION.
       FILE SECTION.

           05 TRL-VALOR-NOVO  PIC X(59).
           05 FILLER          PIC X(07).

      * Correcao vigente - chave (CNPJ, TIPO, documento do socio -
      * zeros no 'E' - e campo, '*REGISTRO*' na exclusao), ultimo
      * sequencial conhecido, operacao e valor aplicados, quem pediu
      * e quando, e a situacao mantida pelo CBLZMW19 (ATIVA, ADOTADA,
      * ORFA ou SUPERADA)
       FD CORRECOES.
       01 FL-CORRECOES-ARQ.
           05 COR-CHAVE.
               10 COR-CNPJ        PIC 9(14).
               10 COR-TIPO        PIC X(01).
               10 COR-DOC-SOCIO   PIC 9(14).
               10 COR-CAMPO       PIC X(10).
           05 COR-SEQ             PIC 9(04).
           05 COR-OPERACAO        PIC X(02).
           05 COR-VALOR           PIC X(59).
           05 COR-SOLICITANTE     PIC X(20).
           05 COR-DATA            PIC 9(08).
           05 COR-HORA            PIC 9(06).
           05 COR-SITUACAO        PIC X(08).
           05 COR-DATA-SIT        PIC 9(08).
           05 COR-QTD-REAPLIC     PIC 9(05).
           05 FILLER              PIC X(21).

       FD REJEICOES RECORDING MODE IS F.
       01 FL-REJEICOES-ARQ PIC X(150).

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

       WORKING-STORAGE SECTION.
      * Definicao das variaveis de apoio (STATUS e FIM)
       01 WK-STATUS-TRN PIC 9(02) VALUE 0.
       01 WK-STATUS-NOM PIC 9(02) VALUE 0.
       01 WK-STATUS-TRL PIC 9(02) VALUE 0.
       01 WK-STATUS-REJ PIC 9(02) VALUE 0.
       01 WK-STATUS-COR PIC 9(02) VALUE 0.
       01 WK-FIM-TRANSACOES PIC X(01) VALUE 'N'.
       01 WK-ERRO-LOTE  PIC X(01) VALUE 'N'.

      * Caminhos dos arquivos - valores default abaixo, substituidos
      * por BLTRN/BLMESTRE/BLNOMES/BLTRILHA/BLTREJ/BLCORREC quando
      * essas variaveis de ambiente existirem
       01 WK-PATH-TRANSACOES PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_TRN.txt'.
       01 WK-PATH-MESTRE    PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_TRL.txt'.
       01 WK-PATH-REJEICOES PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_TRJ.txt'.
       01 WK-PATH-CORRECOES PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_COR.idx'.
       01 WK-ENV-VALOR      PIC X(100) VALUE SPACES.

      * Data e hora da execucao, estampadas na trilha
      * alterado e o proprio nome
       01 WK-NOME-ANTERIOR  PIC X(36) VALUE SPACES.

      * Apoio do registro no cadastro de correcoes - documento do
      * socio corrigido (zeros no 'E') e valor que ficou no campo
       01 WK-DOC-CORRECAO   PIC 9(14) VALUE ZEROS.
       01 WK-VALOR-CORRECAO PIC X(59) VALUE SPACES.
       01 WK-COR-EXISTE     PIC X(01) VALUE 'N'.

      * Resultado da conferencia do documento contra o tipo novo
      * numa troca de tipo de socio
       01 WK-DOC-COMPATIVEL PIC X(01) VALUE 'S'.

       01 WK-CABEC-L        PIC X(60) VALUE ALL '='.

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

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR

               STOP RUN
           END-IF

      * Copia de seguranca do mestre e do indice de nomes antes de
      * qualquer correcao - sem a copia o lote nao e aplicado
           MOVE 'CORRECAO' TO WK-BKP-MODO
           PERFORM 1090-COPIAR-SEGURANCA
           IF WK-ERRO-COPIA EQUAL 'S'
               CLOSE TRANSACOES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O MESTRE
           IF WK-STATUS-MST NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO MESTRE INDEXADO PARA '
               STOP RUN
           END-IF

      * Na primeira correcao o cadastro ainda nao existe (status 35)
      * - nesse caso ele e criado vazio e reaberto para atualizacao
           OPEN I-O CORRECOES
           IF WK-STATUS-COR EQUAL 35
               OPEN OUTPUT CORRECOES
               CLOSE CORRECOES
               OPEN I-O CORRECOES
           END-IF
           IF WK-STATUS-COR NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO CADASTRO DE CORRECOES'
                   WK-STATUS-COR
               CLOSE TRANSACOES
               CLOSE MESTRE
               CLOSE NOMES
               CLOSE TRILHA
               CLOSE REJEICOES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WK-CABEC-L TO FL-REJEICOES-ARQ
           WRITE FL-REJEICOES-ARQ
           MOVE 'TRANSACOES DE CORRECAO REJEITADAS - CBLZMW17' TO
               MOVE WK-ENV-VALOR TO WK-PATH-REJEICOES
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLCORREC' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-CORRECOES
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
       .
       1045-RESOLVER-PARAMETROS-ARQUIVO-FIM.
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
               MOVE 'CBLZMW17'         TO CAT-PROGRAMA
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
      * PROCESSAR UMA TRANSACAO - LE, VALIDA A FORMA E O DOMINIO E
      * DESPACHA PELA OPERACAO; TRANSACAO REPROVADA VAI PARA O
      * RELATORIO DE REJEICOES SEM DERRUBAR O LOTE
      *****************************************************************
       3450-EXCLUIR-REGISTRO-LIDO SECTION.
           MOVE SPACES TO WK-VALOR-ANTERIOR
           MOVE SPACES TO WK-VALOR-CORRECAO
           MOVE ZEROS TO WK-DOC-CORRECAO
           IF TRN-TIPO EQUAL 'E'
               MOVE MST-E-NOME TO WK-VALOR-ANTERIOR
           ELSE
               MOVE MST-S-CNPJ-SOCIO TO WK-DOC-CORRECAO
               MOVE MST-S-NOME TO WK-VALOR-ANTERIOR
               MOVE MST-S-NOME TO NOM-NOME
               MOVE MST-CNPJ   TO NOM-CNPJ
                   MOVE '*REGISTRO*' TO TRN-CAMPO
                   MOVE SPACES TO TRN-VALOR
                   PERFORM 3700-GRAVAR-TRILHA
                   PERFORM 3750-REGISTRAR-CORRECAO
                   ADD 1 TO WK-TOT-APLICADAS
                   IF TRN-TIPO EQUAL 'S'
                       PERFORM 3650-AJUSTAR-QTD-SOCIOS
       EXIT.
      *****************************************************************
      * REGRAVAR O REGISTRO DO MESTRE JA ALTERADO E REGISTRAR A
      * CORRECAO NA TRILHA E NO CADASTRO DE CORRECOES VIGENTES (O
      * VALOR REGISTRADO E O QUE FICOU NO CAMPO DO MESTRE)
      *****************************************************************
       3500-REGRAVAR-MESTRE SECTION.
           REWRITE FL-MESTRE-ARQ
                   WK-STATUS-MST
               MOVE 'S' TO WK-ERRO-LOTE
           ELSE
               MOVE SPACES TO WK-VALOR-CORRECAO
               MOVE ZEROS TO WK-DOC-CORRECAO
               IF TRN-TIPO EQUAL 'E'
                   EVALUATE TRN-CAMPO
                       WHEN 'NOME'
                           MOVE MST-E-NOME TO WK-VALOR-CORRECAO
                       WHEN 'ATIVO'
                           MOVE MST-E-ATIVO TO WK-VALOR-CORRECAO
                       WHEN 'SIT'
                           MOVE MST-E-SIT TO WK-VALOR-CORRECAO
                   END-EVALUATE
               ELSE
                   MOVE MST-S-CNPJ-SOCIO TO WK-DOC-CORRECAO
                   EVALUATE TRN-CAMPO
                       WHEN 'NOME'
                           MOVE MST-S-NOME TO WK-VALOR-CORRECAO
                       WHEN 'STATUS'
                           MOVE MST-S-STATUS TO WK-VALOR-CORRECAO
                       WHEN 'TIPO'
                           MOVE MST-S-TIPO-SOCIO TO WK-VALOR-CORRECAO
                   END-EVALUATE
               END-IF
               PERFORM 3700-GRAVAR-TRILHA
               PERFORM 3750-REGISTRAR-CORRECAO
               ADD 1 TO WK-TOT-APLICADAS
           END-IF
       .
       3700-GRAVAR-TRILHA-FIM.
       EXIT.
      *****************************************************************
      * REGISTRAR A CORRECAO APLICADA NO CADASTRO DE CORRECOES
      * VIGENTES - A CHAVE LEVA O DOCUMENTO DO SOCIO EM VEZ DO
      * SEQUENCIAL; UMA CORRECAO NOVA DO MESMO CAMPO SUBSTITUI A
      * ANTERIOR E VOLTA A FICAR ATIVA
      *****************************************************************
       3750-REGISTRAR-CORRECAO SECTION.
           MOVE WK-TRN-CNPJ     TO COR-CNPJ
           MOVE TRN-TIPO        TO COR-TIPO
           MOVE WK-DOC-CORRECAO TO COR-DOC-SOCIO
           MOVE TRN-CAMPO       TO COR-CAMPO
           READ CORRECOES
               INVALID KEY
                   MOVE 'N' TO WK-COR-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WK-COR-EXISTE
           END-READ

           MOVE SPACES TO FL-CORRECOES-ARQ
           MOVE WK-TRN-CNPJ       TO COR-CNPJ
           MOVE TRN-TIPO          TO COR-TIPO
           MOVE WK-DOC-CORRECAO   TO COR-DOC-SOCIO
           MOVE TRN-CAMPO         TO COR-CAMPO
           MOVE WK-TRN-SEQ        TO COR-SEQ
           MOVE TRN-OPERACAO      TO COR-OPERACAO
           MOVE WK-VALOR-CORRECAO TO COR-VALOR
           MOVE TRN-SOLICITANTE   TO COR-SOLICITANTE
           MOVE WK-DATA-SYS       TO COR-DATA
           MOVE WK-HORA-SYS       TO COR-HORA
           MOVE 'ATIVA'           TO COR-SITUACAO
           MOVE WK-DATA-SYS       TO COR-DATA-SIT
           MOVE ZEROS             TO COR-QTD-REAPLIC

           IF WK-COR-EXISTE EQUAL 'S'
               REWRITE FL-CORRECOES-ARQ
           ELSE
               WRITE FL-CORRECOES-ARQ
           END-IF
           IF WK-STATUS-COR NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR O CADASTRO DE CORRECOES NA '
                   'CHAVE ' COR-CHAVE ' - ' WK-STATUS-COR
               MOVE 'S' TO WK-ERRO-LOTE
           END-IF
       .
       3750-REGISTRAR-CORRECAO-FIM.
       EXIT.
      *****************************************************************
      * REJEITAR A TRANSACAO CORRENTE - GRAVA NO RELATORIO O MOTIVO
      * E A PROPRIA TRANSACAO, SEM APLICAR NADA
      *****************************************************************
           CLOSE NOMES
           CLOSE TRILHA
           CLOSE REJEICOES
           CLOSE CORRECOES

           DISPLAY 'TRANSACOES LIDAS.....: ' WK-TOT-LIDAS
           DISPLAY 'TRANSACOES APLICADAS.: ' WK-TOT-APLICADAS
