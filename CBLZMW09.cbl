      *          arquivo de respostas fecha com um trailer de totais
      *          de consultados, encontrados e nao encontrados.
      *          RETURN-CODE 4 sinaliza lote com algum nao encontrado
      * 080926 - Marcelo - Exibe o grupo economico da empresa apurado
      *          pelo CBLZMW24 (ID do grupo, quantidade de empresas,
      *          profundidade, controladores finais e marca de ciclo);
      *          no modo LOTE sai num registro 'G' da resposta, logo
      *          apos o 'E'. Sem arquivo de grupos a consulta segue
      *          normalmente, sem os dados do grupo
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS MST-CHAVE
           FILE STATUS IS WK-STATUS-MST.

      * Arquivo de grupos economicos gravado pelo CBLZMW24 - opcional
       SELECT GRUPOS ASSIGN TO DYNAMIC
           WK-PATH-GRUPOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRP-CNPJ
           FILE STATUS IS WK-STATUS-GRP.

      * Arquivo de requisicoes do modo LOTE - um CNPJ por registro,
      * com a identificacao do solicitante, montado pelos
      * departamentos a partir das planilhas recebidas

      * Arquivo de respostas do modo LOTE - um registro 'E' por CNPJ
      * consultado (com o codigo de retorno), os registros 'S' dos
      * socios dos encontrados e um trailer 'T' com os totais; o
      * registro 'G' do grupo economico segue o 'E' quando a empresa
      * consta do arquivo de grupos
       SELECT RESPOSTAS ASSIGN TO DYNAMIC
           WK-PATH-RSP
           FILE STATUS IS WK-STATUS-RSP.
           05 MST-S-TIPO-SOCIO  PIC X(02).
           05 FILLER            PIC X(44).

       FD GRUPOS.
       01 FL-GRUPOS-ARQ.
           05 GRP-CNPJ          PIC 9(14).
           05 GRP-ID            PIC 9(14).
           05 GRP-QTD-EMPRESAS  PIC 9(05).
           05 GRP-PROFUNDIDADE  PIC 9(03).
           05 GRP-QTD-CONTROL   PIC 9(04).
           05 GRP-CONTROL-DOC   PIC 9(14).
           05 GRP-CONTROL-TIPO  PIC X(02).
           05 GRP-CONTROL-NOME  PIC X(36).
           05 GRP-CICLO         PIC X(01).
           05 GRP-DATA          PIC 9(08).
           05 FILLER            PIC X(19).

       FD REQUISICOES RECORDING MODE IS F.
       01 ARQ-REQUISICAO PIC X(34).
       01 FILLER REDEFINES ARQ-REQUISICAO.
           05 RSP-S-TIPO-SOCIO  PIC X(02).
           05 FILLER            PIC X(28).

      * Registro 'G' da resposta - grupo economico da empresa
       01 RSP-REG-GRUPO REDEFINES FL-RESPOSTAS-ARQ.
           05 RSP-G-TIPO          PIC X(01).
           05 RSP-G-CNPJ          PIC X(14).
           05 RSP-G-SOLICITANTE   PIC X(20).
           05 RSP-G-ID            PIC 9(14).
           05 RSP-G-QTD-EMPRESAS  PIC 9(05).
           05 RSP-G-PROFUNDIDADE  PIC 9(03).
           05 RSP-G-QTD-CONTROL   PIC 9(04).
           05 RSP-G-CONTROL-DOC   PIC 9(14).
           05 RSP-G-CONTROL-TIPO  PIC X(02).
           05 RSP-G-CONTROL-NOME  PIC X(36).
           05 RSP-G-CICLO         PIC X(01).
           05 FILLER              PIC X(06).

       01 RSP-REG-TRAILER REDEFINES FL-RESPOSTAS-ARQ.
           05 RSP-T-TIPO        PIC X(01).
           05 RSP-T-CONSULTADOS PIC 9(07).
       01 WK-STATUS-MST PIC 9(02) VALUE 0.
       01 WK-STATUS-REQ PIC 9(02) VALUE 0.
       01 WK-STATUS-RSP PIC 9(02) VALUE 0.
       01 WK-STATUS-GRP PIC 9(02) VALUE 0.
       01 WK-GRUPOS-ABERTO PIC X(01) VALUE 'N'.
       01 WK-GRUPO-ACHADO  PIC X(01) VALUE 'N'.
       01 WK-FIM-SOCIOS PIC X(01) VALUE 'N'.
       01 WK-FIM-REQUISICOES PIC X(01) VALUE 'N'.
       01 WK-ERRO-LOTE  PIC X(01) VALUE 'N'.

      * Caminhos dos arquivos - valores default abaixo, substituidos
      * por BLMESTRE/BLCONREQ/BLCONRSP/BLGRUPO quando essas variaveis de
      * ambiente existirem
       01 WK-PATH-MESTRE    PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_MST.idx'.
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_REQ.txt'.
       01 WK-PATH-RSP       PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_RSP.txt'.
       01 WK-PATH-GRUPOS    PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_GRP.idx'.
       01 WK-ENV-VALOR      PIC X(100) VALUE SPACES.

      * CNPJ consultado, recebido na linha de comando (consulta
               STOP RUN
           END-IF

      * Arquivo de grupos ausente ou ilegivel nao impede a consulta
           OPEN INPUT GRUPOS
           IF WK-STATUS-GRP EQUAL 0
               MOVE 'S' TO WK-GRUPOS-ABERTO
           ELSE
               DISPLAY 'ARQUIVO DE GRUPOS INDISPONIVEL (' WK-STATUS-GRP
                   ') - CONSULTA SEM GRUPO ECONOMICO'
           END-IF

           IF WK-MODO-LOTE EQUAL 'S'
               OPEN INPUT REQUISICOES
               IF WK-STATUS-REQ NOT EQUAL 0
               MOVE WK-ENV-VALOR TO WK-PATH-RSP
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLGRUPO' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-GRUPOS
           END-IF
           MOVE SPACES TO WK-ENV-VALOR
       .
       1045-RESOLVER-PARAMETROS-ARQUIVO-FIM.
           EXIT.
                   DISPLAY 'SITUACAO.....: ' MST-E-SIT
                   DISPLAY 'ANOS ABERTURA: ' MST-E-ANOS
                   DISPLAY 'QTD SOCIOS...: ' MST-E-QTD-SOCIOS
                   PERFORM 2200-EXIBIR-GRUPO
                   DISPLAY 'SOCIOS:'
                   PERFORM 2100-LISTAR-SOCIOS
                       UNTIL WK-FIM-SOCIOS EQUAL 'S'
       2100-LISTAR-SOCIOS-FIM.
       EXIT.
      *****************************************************************
      * EXIBIR O GRUPO ECONOMICO DA EMPRESA CONSULTADA
      *****************************************************************
       2200-EXIBIR-GRUPO SECTION.
           PERFORM 2250-LER-GRUPO

           IF WK-GRUPO-ACHADO EQUAL 'S'
               DISPLAY 'GRUPO ECON...: ' GRP-ID ' (' GRP-QTD-EMPRESAS
                   ' EMPRESAS)'
               DISPLAY 'PROFUNDIDADE.: ' GRP-PROFUNDIDADE
               DISPLAY 'CONTROLADORES: ' GRP-QTD-CONTROL
               IF GRP-QTD-CONTROL > ZEROS
                   DISPLAY 'CONTROL.TOPO.: ' GRP-CONTROL-DOC ' '
                       GRP-CONTROL-TIPO ' ' GRP-CONTROL-NOME
               END-IF
               IF GRP-CICLO EQUAL 'S'
                   DISPLAY 'CICLO........: EMPRESA EM CICLO DE '
                       'PARTICIPACAO'
               END-IF
               DISPLAY 'GRUPO APURADO: ' GRP-DATA
           ELSE
               IF WK-GRUPOS-ABERTO EQUAL 'S'
                   DISPLAY 'GRUPO ECON...: NAO APURADO'
               END-IF
           END-IF
       .
       2200-EXIBIR-GRUPO-FIM.
       EXIT.
      *****************************************************************
      * LER O REGISTRO DO GRUPO PELO CNPJ CONSULTADO
      *****************************************************************
       2250-LER-GRUPO SECTION.
           MOVE 'N' TO WK-GRUPO-ACHADO

           IF WK-GRUPOS-ABERTO EQUAL 'S'
               MOVE WK-CNPJ-CONSULTA TO GRP-CNPJ
               READ GRUPOS
                   INVALID KEY
                       MOVE 'N' TO WK-GRUPO-ACHADO
                   NOT INVALID KEY
                       MOVE 'S' TO WK-GRUPO-ACHADO
               END-READ
           END-IF
       .
       2250-LER-GRUPO-FIM.
       EXIT.
      *****************************************************************
      * PROCESSAR UMA REQUISICAO DO LOTE - LE O PROXIMO CNPJ DO
      * ARQUIVO DE REQUISICOES E GRAVA A RESPOSTA; CNPJ NAO
      * ENCONTRADO OU REQUISICAO MAL FORMADA RECEBEM O CODIGO
                   MOVE MST-E-QTD-SOCIOS TO RSP-E-QTD-SOCIOS
                   PERFORM 4800-GRAVAR-LINHA-RESPOSTA

                   PERFORM 4120-GRAVAR-GRUPO-DO-LOTE

                   MOVE 'N' TO WK-FIM-SOCIOS
                   PERFORM 4200-GRAVAR-SOCIO-DO-LOTE
                       UNTIL WK-FIM-SOCIOS EQUAL 'S'
       4100-CONSULTAR-CNPJ-DO-LOTE-FIM.
       EXIT.
      *****************************************************************
      * GRAVAR O REGISTRO 'G' DA RESPOSTA QUANDO A EMPRESA CONSTA DO
      * ARQUIVO DE GRUPOS
      *****************************************************************
       4120-GRAVAR-GRUPO-DO-LOTE SECTION.
           PERFORM 2250-LER-GRUPO

           IF WK-GRUPO-ACHADO EQUAL 'S'
               MOVE SPACES TO FL-RESPOSTAS-ARQ
               MOVE 'G' TO RSP-G-TIPO
               MOVE WK-CNPJ-CONSULTA TO RSP-G-CNPJ
               MOVE REQ-SOLICITANTE TO RSP-G-SOLICITANTE
               MOVE GRP-ID TO RSP-G-ID
               MOVE GRP-QTD-EMPRESAS TO RSP-G-QTD-EMPRESAS
               MOVE GRP-PROFUNDIDADE TO RSP-G-PROFUNDIDADE
               MOVE GRP-QTD-CONTROL TO RSP-G-QTD-CONTROL
               MOVE GRP-CONTROL-DOC TO RSP-G-CONTROL-DOC
               MOVE GRP-CONTROL-TIPO TO RSP-G-CONTROL-TIPO
               MOVE GRP-CONTROL-NOME TO RSP-G-CONTROL-NOME
               MOVE GRP-CICLO TO RSP-G-CICLO
               PERFORM 4800-GRAVAR-LINHA-RESPOSTA
           END-IF
       .
       4120-GRAVAR-GRUPO-DO-LOTE-FIM.
       EXIT.
      *****************************************************************
      * GRAVAR A RESPOSTA DE UMA REQUISICAO MAL FORMADA (CNPJ NAO
      * NUMERICO) - CODIGO DE RETORNO RI, SEM CONSULTAR O MESTRE
      *****************************************************************
                   WK-STATUS-MST
           END-IF

           IF WK-GRUPOS-ABERTO EQUAL 'S'
               CLOSE GRUPOS
           END-IF

           IF WK-MODO-LOTE EQUAL 'S'
               CLOSE REQUISICOES
               IF WK-STATUS-REQ NOT EQUAL 0
