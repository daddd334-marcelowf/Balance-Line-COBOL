       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW26.
      *****************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 10/09/2026
      * Purpose: Rodada particionada do balance line. Le o arquivo
      *          de particoes (uma linha por fatia com a faixa de
      *          CNPJ) e dispara as fatias do CBLZMW06 ao mesmo
      *          tempo, cada uma com PARTICAO=nn e a sua FAIXA=, e
      *          espera todas terminarem. Cada fatia guarda o seu
      *          proprio checkpoint; numa reexecucao com RESTART as
      *          fatias ja concluidas sao puladas e so as que
      *          falharam sao retomadas. Com todas as fatias
      *          concluidas, roda a consolidacao (CBLZMW06
      *          CONSOLIDAR), que junta as saidas parciais num unico
      *          relatorio, CSV, extrato do mestre e arquivo de
      *          interface, com uma so remessa e um so bloco de
      *          auditoria datado do inicio desta rodada. Sem arquivo
      *          de particoes, roda o CBLZMW06 inteiro, como antes.
      *          Parametros aceitos: RESTART, ATIVAS e SECOES= (os
      *          dois ultimos repassados as fatias e a consolidacao)
      *          RETURN-CODE: 0 = rodada concluida (ou o RC do
      *          CBLZMW06/consolidacao), 8 = parametro ou arquivo
      *          de particoes invalido, 12 = fatia nao concluida
      * Updates:
      * 100926 - Marcelo - Create Program
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Arquivo de particoes - o mesmo que a consolidacao le
       SELECT PARTICOES ASSIGN TO DYNAMIC
           WK-PATH-PARTIC
           FILE STATUS IS WK-STATUS-PTC.

      * Checkpoint de uma fatia - o caminho e montado para cada
      * fatia a partir do checkpoint da rodada (sufixo _Pnn)
       SELECT CHECKPT ASSIGN TO DYNAMIC
           WK-PATH-CKPT-FATIA
           FILE STATUS IS WK-STATUS-CKPT.

       DATA DIVISION.
       FILE SECTION.

       FD PARTICOES RECORDING MODE IS F.
       01 FL-PARTICOES-ARQ PIC X(80).
       01 FILLER REDEFINES FL-PARTICOES-ARQ.
           05 PTC-FATIA         PIC 9(02).
           05 PTC-CNPJ-INI      PIC 9(14).
           05 PTC-CNPJ-FIM      PIC 9(14).
           05 FILLER            PIC X(50).

      * Do checkpoint do CBLZMW06 so interessam aqui a selecao da
      * fatia e a situacao ('F' = fatia concluida)
       FD CHECKPT RECORDING MODE IS F.
       01 FL-CKPT-ARQ PIC X(170).
       01 FILLER REDEFINES FL-CKPT-ARQ.
           05 FILLER                 PIC X(125).
           05 CKPT-PARM-FAIXA        PIC X(01).
           05 CKPT-FAIXA-INI         PIC 9(14).
           05 CKPT-FAIXA-FIM         PIC 9(14).
           05 CKPT-PARM-ATIVAS       PIC X(01).
           05 FILLER                 PIC X(05).
           05 CKPT-PARTICAO          PIC X(02).
           05 CKPT-SITUACAO          PIC X(01).
           05 FILLER                 PIC X(07).

       WORKING-STORAGE SECTION.
      * Definicao das variaveis de apoio (STATUS e FIM)
       01 WK-STATUS-PTC     PIC 9(02) VALUE 0.
       01 WK-STATUS-CKPT    PIC 9(02) VALUE 0.
       01 WK-FIM-PARTICOES  PIC X(01) VALUE 'N'.
       01 WK-PARTIC-EXISTE  PIC X(01) VALUE 'N'.
       01 WK-PARTIC-VALIDA  PIC X(01) VALUE 'S'.
       01 WK-FATIA-FALHOU   PIC X(01) VALUE 'N'.

      * Caminhos - valores default abaixo, substituidos por
      * BLPARTIC/BLCKPT quando as variaveis de ambiente existirem
      * (as mesmas que o CBLZMW06 le, para os dois acharem os mesmos
      * arquivos)
       01 WK-PATH-PARTIC    PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_PAR.txt'.
       01 WK-PATH-CKPT      PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_CKPT.txt'.
       01 WK-PATH-CKPT-FATIA PIC X(100) VALUE SPACES.
       01 WK-ENV-VALOR      PIC X(100) VALUE SPACES.

      * Comando de chamada do balance line - o default e o proprio
      * nome do programa, substituido por BLCMD06 quando existir
       01 WK-CMD-BASE       PIC X(100) VALUE 'CBLZMW06'.

      * Parametros de execucao (informados na linha de comando)
       01 WK-PARM-EXECUCAO      PIC X(100) VALUE SPACES.
       01 WK-PARM-TOKEN         PIC X(40) OCCURS 4 TIMES.
       01 WK-PARM-IDX           PIC 9(01) VALUE ZEROS.
       01 WK-EXECUCAO-RESTART   PIC X(01) VALUE 'N'.
       01 WK-PARM-ATIVAS        PIC X(01) VALUE 'N'.
       01 WK-PARM-SECOES        PIC X(40) VALUE SPACES.

      * Parametros repassados as fatias e a consolidacao
       01 WK-OPCOES             PIC X(60) VALUE SPACES.

      * Inicio da rodada (AAAAMMDDHHMMSS) - vai para a consolidacao
      * como INICIO=, para a auditoria datar a rodada inteira
       01 WK-DATA-SYS           PIC 9(08) VALUE ZEROS.
       01 WK-HORA-SYS           PIC 9(08) VALUE ZEROS.
       01 WK-INICIO             PIC X(14) VALUE SPACES.

      * Tabela das fatias carregada do arquivo de particoes, com a
      * situacao de cada uma na rodada (PENDENTE/RETOMAR/CONCLUIDA)
       01 WK-QTD-FATIAS         PIC 9(02) VALUE ZEROS.
       01 WK-TAB-FATIAS.
           05 WK-FATIA OCCURS 20 TIMES.
               10 WK-FATIA-NUM      PIC X(02).
               10 WK-FATIA-INI      PIC 9(14).
               10 WK-FATIA-FIM      PIC 9(14).
               10 WK-FATIA-SITUACAO PIC X(10).
       01 WK-FATIA-IDX          PIC 9(02) VALUE ZEROS.
       01 WK-FATIA-PROX-INI     PIC 9(15) VALUE ZEROS.
       01 WK-FATIA-NUM-ED       PIC 9(02) VALUE ZEROS.
       01 WK-QTD-LANCAR         PIC 9(02) VALUE ZEROS.

      * Apoio da montagem do caminho de uma fatia - o sufixo _Pnn
      * entra antes da extensao do nome do arquivo (ou no fim, quando
      * o nome nao tem extensao), como no CBLZMW06
       01 WK-SUF-ENTRADA    PIC X(100) VALUE SPACES.
       01 WK-SUF-SAIDA      PIC X(100) VALUE SPACES.
       01 WK-SUF-REVERSO    PIC X(100) VALUE SPACES.
       01 WK-SUF-FATIA      PIC X(02) VALUE SPACES.
       01 WK-SUF-BRANCOS    PIC 9(03) VALUE ZEROS.
       01 WK-SUF-ATE-PONTO  PIC 9(03) VALUE ZEROS.
       01 WK-SUF-ATE-BARRA  PIC 9(03) VALUE ZEROS.
       01 WK-SUF-ATE-BARRA2 PIC 9(03) VALUE ZEROS.
       01 WK-SUF-TAMANHO    PIC 9(03) VALUE ZEROS.
       01 WK-SUF-POS-PONTO  PIC 9(03) VALUE ZEROS.
       01 WK-SUF-TAM-RESTO  PIC 9(03) VALUE ZEROS.

      * Comando montado - as fatias vao numa linha so, cada uma em
      * segundo plano ('&'), e o 'wait' final segura o comando ate
      * a ultima terminar
       01 WK-COMANDO        PIC X(4000) VALUE SPACES.
       01 WK-CMD-PTR        PIC 9(04) VALUE 1.
       01 WK-RC-BRUTO       PIC S9(09) VALUE ZEROS.
       01 WK-RC-FINAL       PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR

           IF WK-PARTIC-EXISTE NOT EQUAL 'S'
               PERFORM 2500-EXECUTAR-RODADA-INTEIRA
           ELSE
               MOVE ZEROS TO WK-QTD-LANCAR
               PERFORM 2000-PREPARAR-FATIA
                   VARYING WK-FATIA-IDX FROM 1 BY 1
                   UNTIL WK-FATIA-IDX > WK-QTD-FATIAS

               PERFORM 2100-EXECUTAR-FATIAS

               PERFORM 2200-CONFERIR-FATIA
                   VARYING WK-FATIA-IDX FROM 1 BY 1
                   UNTIL WK-FATIA-IDX > WK-QTD-FATIAS

               IF WK-FATIA-FALHOU NOT EQUAL 'S'
                   PERFORM 2300-CONSOLIDAR-FATIAS
               END-IF
           END-IF

           PERFORM 3000-FINALIZAR
       .
      *****************************************************************
      * INICIALIZAR - RESOLVE OS CAMINHOS E PARAMETROS, GUARDA O
      * INICIO DA RODADA E CARREGA O ARQUIVO DE PARTICOES
      *****************************************************************
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SYS FROM TIME
           MOVE WK-DATA-SYS TO WK-INICIO (1:8)
           MOVE WK-HORA-SYS (1:6) TO WK-INICIO (9:6)

           PERFORM 1045-RESOLVER-PARAMETROS-ARQUIVO.
           PERFORM 1050-VERIFICAR-PARAMETRO-EXECUCAO.

           PERFORM 1100-CARREGAR-PARTICOES

           IF WK-PARTIC-EXISTE EQUAL 'S'
               AND WK-PARTIC-VALIDA NOT EQUAL 'S'
               DISPLAY 'ARQUIVO DE PARTICOES INVALIDO - RODADA NAO '
                   'INICIADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       1000-INICIALIZAR-FIM.
           EXIT.
      *****************************************************************
      * RESOLVER OS CAMINHOS DE ARQUIVO A PARTIR DE VARIAVEIS DE
      * AMBIENTE, QUANDO INFORMADAS, MANTENDO OS DEFAULTS ACIMA
      * QUANDO A VARIAVEL NAO EXISTIR NO AMBIENTE DE EXECUCAO
      *****************************************************************
       1045-RESOLVER-PARAMETROS-ARQUIVO SECTION.
           DISPLAY 'BLPARTIC' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-PARTIC
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLCKPT' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-CKPT
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLCMD06' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-CMD-BASE
           END-IF
           MOVE SPACES TO WK-ENV-VALOR
       .
       1045-RESOLVER-PARAMETROS-ARQUIVO-FIM.
           EXIT.
      *****************************************************************
      * VERIFICAR OS PARAMETROS DE EXECUCAO - RESTART, ATIVAS E
      * SECOES=; OS DOIS ULTIMOS SAO REPASSADOS AO CBLZMW06
      *****************************************************************
       1050-VERIFICAR-PARAMETRO-EXECUCAO SECTION.
           ACCEPT WK-PARM-EXECUCAO FROM COMMAND-LINE

      * CAMPOS NAO PREENCHIDOS PELO UNSTRING FICAM COMO ESTAVAM -
      * PRECISAM COMECAR EM BRANCOS PARA O TESTE DE TOKEN VAZIO
           MOVE SPACES TO WK-PARM-TOKEN (1)
           MOVE SPACES TO WK-PARM-TOKEN (2)
           MOVE SPACES TO WK-PARM-TOKEN (3)
           MOVE SPACES TO WK-PARM-TOKEN (4)

           UNSTRING WK-PARM-EXECUCAO
               DELIMITED BY ALL ' '
               INTO WK-PARM-TOKEN (1)
                    WK-PARM-TOKEN (2)
                    WK-PARM-TOKEN (3)
                    WK-PARM-TOKEN (4)
           END-UNSTRING

           PERFORM 1055-TRATAR-PARAMETRO
               VARYING WK-PARM-IDX FROM 1 BY 1
               UNTIL WK-PARM-IDX > 4

           MOVE SPACES TO WK-OPCOES
           MOVE 1 TO WK-CMD-PTR
           IF WK-PARM-ATIVAS EQUAL 'S'
               STRING
                   ' ATIVAS'           DELIMITED BY SIZE
                   INTO WK-OPCOES WITH POINTER WK-CMD-PTR
               END-STRING
           END-IF
           IF WK-PARM-SECOES NOT EQUAL SPACES
               STRING
                   ' '                 DELIMITED BY SIZE
                   WK-PARM-SECOES      DELIMITED BY SPACE
                   INTO WK-OPCOES WITH POINTER WK-CMD-PTR
               END-STRING
           END-IF
       .
       1050-VERIFICAR-PARAMETRO-EXECUCAO-FIM.
           EXIT.
      *****************************************************************
      * TRATAR UM PARAMETRO DA LINHA DE COMANDO
      *****************************************************************
       1055-TRATAR-PARAMETRO SECTION.
           EVALUATE TRUE
               WHEN WK-PARM-TOKEN (WK-PARM-IDX) EQUAL SPACES
                   CONTINUE
               WHEN WK-PARM-TOKEN (WK-PARM-IDX) EQUAL 'RESTART'
                   MOVE 'S' TO WK-EXECUCAO-RESTART
               WHEN WK-PARM-TOKEN (WK-PARM-IDX) EQUAL 'ATIVAS'
                   MOVE 'S' TO WK-PARM-ATIVAS
               WHEN WK-PARM-TOKEN (WK-PARM-IDX) (1:7) EQUAL 'SECOES='
                   MOVE WK-PARM-TOKEN (WK-PARM-IDX) TO WK-PARM-SECOES
               WHEN OTHER
                   DISPLAY 'PARAMETRO DE EXECUCAO DESCONHECIDO: '
                       WK-PARM-TOKEN (WK-PARM-IDX)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
       .
       1055-TRATAR-PARAMETRO-FIM.
           EXIT.
      *****************************************************************
      * MONTAR EM WK-SUF-SAIDA O CAMINHO DE WK-SUF-ENTRADA COM O
      * SUFIXO _Pnn DA FATIA WK-SUF-FATIA ANTES DA EXTENSAO DO NOME
      * DO ARQUIVO (O ULTIMO PONTO DEPOIS DA ULTIMA BARRA) - SEM
      * EXTENSAO, O SUFIXO VAI NO FIM DO NOME. PRECISA MONTAR O
      * MESMO CAMINHO QUE O CBLZMW06 MONTA PARA A FATIA
      *****************************************************************
       1047-MONTAR-CAMINHO-FATIA SECTION.
           MOVE FUNCTION REVERSE (WK-SUF-ENTRADA) TO WK-SUF-REVERSO
           MOVE ZEROS TO WK-SUF-BRANCOS
           MOVE ZEROS TO WK-SUF-ATE-PONTO
           MOVE ZEROS TO WK-SUF-ATE-BARRA
           MOVE ZEROS TO WK-SUF-ATE-BARRA2
           INSPECT WK-SUF-REVERSO TALLYING
               WK-SUF-BRANCOS FOR LEADING SPACES
           INSPECT WK-SUF-REVERSO TALLYING
               WK-SUF-ATE-PONTO FOR CHARACTERS BEFORE INITIAL '.'
           INSPECT WK-SUF-REVERSO TALLYING
               WK-SUF-ATE-BARRA FOR CHARACTERS BEFORE INITIAL '\'
           INSPECT WK-SUF-REVERSO TALLYING
               WK-SUF-ATE-BARRA2 FOR CHARACTERS BEFORE INITIAL '/'
           COMPUTE WK-SUF-TAMANHO = 100 - WK-SUF-BRANCOS

           MOVE SPACES TO WK-SUF-SAIDA
           IF WK-SUF-ATE-PONTO < WK-SUF-ATE-BARRA
               AND WK-SUF-ATE-PONTO < WK-SUF-ATE-BARRA2
               AND WK-SUF-ATE-PONTO < 99
               COMPUTE WK-SUF-POS-PONTO = 100 - WK-SUF-ATE-PONTO
               COMPUTE WK-SUF-TAM-RESTO =
                   WK-SUF-TAMANHO - WK-SUF-POS-PONTO + 1
               STRING
                   WK-SUF-ENTRADA (1:WK-SUF-POS-PONTO - 1)
                                       DELIMITED BY SIZE
                   '_P'                DELIMITED BY SIZE
                   WK-SUF-FATIA        DELIMITED BY SIZE
                   WK-SUF-ENTRADA (WK-SUF-POS-PONTO:WK-SUF-TAM-RESTO)
                                       DELIMITED BY SIZE
                   INTO WK-SUF-SAIDA
               END-STRING
           ELSE
               STRING
                   WK-SUF-ENTRADA (1:WK-SUF-TAMANHO)
                                       DELIMITED BY SIZE
                   '_P'                DELIMITED BY SIZE
                   WK-SUF-FATIA        DELIMITED BY SIZE
                   INTO WK-SUF-SAIDA
               END-STRING
           END-IF
       .
       1047-MONTAR-CAMINHO-FATIA-FIM.
           EXIT.
      *****************************************************************
      * CARREGAR O ARQUIVO DE PARTICOES NA TABELA DE FATIAS - SEM O
      * ARQUIVO A RODADA E INTEIRA; COM ELE, AS FATIAS PRECISAM VIR
      * NUMERADAS EM SEQUENCIA A PARTIR DE 01 E AS FAIXAS COMECAR NO
      * CNPJ ZERO, CADA UMA LOGO APOS A ANTERIOR, ATE O ULTIMO CNPJ
      * POSSIVEL (A MESMA CONFERENCIA QUE A CONSOLIDACAO FAZ)
      *****************************************************************
       1100-CARREGAR-PARTICOES SECTION.
           MOVE ZEROS TO WK-QTD-FATIAS
           MOVE ZEROS TO WK-FATIA-PROX-INI

           OPEN INPUT PARTICOES
           IF WK-STATUS-PTC NOT EQUAL 0
               MOVE 'N' TO WK-PARTIC-EXISTE
               DISPLAY 'SEM ARQUIVO DE PARTICOES - RODADA INTEIRA'
           ELSE
               MOVE 'S' TO WK-PARTIC-EXISTE
               MOVE 'N' TO WK-FIM-PARTICOES
               PERFORM 1110-LER-PARTICAO
                   UNTIL WK-FIM-PARTICOES EQUAL 'S'
               CLOSE PARTICOES

               IF WK-PARTIC-VALIDA EQUAL 'S'
                   IF WK-QTD-FATIAS EQUAL ZEROS
                       DISPLAY 'ARQUIVO DE PARTICOES SEM NENHUMA FATIA'
                       MOVE 'N' TO WK-PARTIC-VALIDA
                   ELSE
                       IF WK-FATIA-FIM (WK-QTD-FATIAS) NOT EQUAL
                           99999999999999
                           DISPLAY 'AS FAIXAS DO ARQUIVO DE PARTICOES '
                               'NAO VAO ATE O ULTIMO CNPJ'
                           MOVE 'N' TO WK-PARTIC-VALIDA
                       END-IF
                   END-IF
               END-IF
           END-IF
       .
       1100-CARREGAR-PARTICOES-FIM.
           EXIT.
      *****************************************************************
      * LER E CONFERIR UMA LINHA DO ARQUIVO DE PARTICOES (LINHAS EM
      * BRANCO SAO PULADAS)
      *****************************************************************
       1110-LER-PARTICAO SECTION.
           READ PARTICOES

           IF WK-STATUS-PTC NOT EQUAL 0
               IF WK-STATUS-PTC NOT EQUAL 10
                   DISPLAY 'ERRO AO LER O ARQUIVO DE PARTICOES'
                       WK-STATUS-PTC
                   MOVE 'N' TO WK-PARTIC-VALIDA
               END-IF
               MOVE 'S' TO WK-FIM-PARTICOES
           ELSE
               IF FL-PARTICOES-ARQ NOT EQUAL SPACES
                   COMPUTE WK-FATIA-NUM-ED = WK-QTD-FATIAS + 1
                   EVALUATE TRUE
                       WHEN WK-QTD-FATIAS EQUAL 20
                           DISPLAY 'ARQUIVO DE PARTICOES COM MAIS DE '
                               '20 FATIAS'
                           MOVE 'N' TO WK-PARTIC-VALIDA
                       WHEN PTC-FATIA NOT NUMERIC
                           OR PTC-FATIA NOT EQUAL WK-FATIA-NUM-ED
                           DISPLAY 'FATIA FORA DE SEQUENCIA NO ARQUIVO '
                               'DE PARTICOES - ESPERADA A '
                               WK-FATIA-NUM-ED
                           MOVE 'N' TO WK-PARTIC-VALIDA
                       WHEN PTC-CNPJ-INI NOT NUMERIC
                           OR PTC-CNPJ-FIM NOT NUMERIC
                           DISPLAY 'FAIXA MAL FORMADA NA FATIA '
                               WK-FATIA-NUM-ED
                           MOVE 'N' TO WK-PARTIC-VALIDA
                       WHEN PTC-CNPJ-INI NOT EQUAL WK-FATIA-PROX-INI
                           DISPLAY 'A FAIXA DA FATIA ' WK-FATIA-NUM-ED
                               ' NAO COMECA LOGO APOS A DA ANTERIOR'
                           MOVE 'N' TO WK-PARTIC-VALIDA
                       WHEN PTC-CNPJ-INI > PTC-CNPJ-FIM
                           DISPLAY 'FAIXA INVERTIDA NA FATIA '
                               WK-FATIA-NUM-ED
                           MOVE 'N' TO WK-PARTIC-VALIDA
                       WHEN OTHER
                           ADD 1 TO WK-QTD-FATIAS
                           MOVE WK-FATIA-NUM-ED TO
                               WK-FATIA-NUM (WK-QTD-FATIAS)
                           MOVE PTC-CNPJ-INI TO
                               WK-FATIA-INI (WK-QTD-FATIAS)
                           MOVE PTC-CNPJ-FIM TO
                               WK-FATIA-FIM (WK-QTD-FATIAS)
                           MOVE 'PENDENTE' TO
                               WK-FATIA-SITUACAO (WK-QTD-FATIAS)
                           COMPUTE WK-FATIA-PROX-INI =
                               PTC-CNPJ-FIM + 1
                   END-EVALUATE
                   IF WK-PARTIC-VALIDA NOT EQUAL 'S'
                       MOVE 'S' TO WK-FIM-PARTICOES
                   END-IF
               END-IF
           END-IF
       .
       1110-LER-PARTICAO-FIM.
           EXIT.
      *****************************************************************
      * PREPARAR UMA FATIA - NUMA REEXECUCAO COM RESTART, A FATIA
      * CUJO CHECKPOINT JA E O FINAL DA MESMA FAIXA E SELECAO E
      * PULADA, E A QUE PAROU NO MEIO DA MESMA FAIXA E RETOMADA;
      * QUALQUER OUTRA (E TODAS, SEM RESTART) RECOMECA DO ZERO, COM O
      * CHECKPOINT ANTERIOR DESCARTADO ANTES DO DISPARO - UMA FATIA
      * QUE CAISSE ANTES DE GRAVAR O PRIMEIRO CHECKPOINT NAO PODE SER
      * TOMADA COMO CONCLUIDA PELO CHECKPOINT DE OUTRO CICLO
      *****************************************************************
       2000-PREPARAR-FATIA SECTION.
           PERFORM 2050-MONTAR-CAMINHO-CHECKPOINT
           MOVE 'PENDENTE' TO WK-FATIA-SITUACAO (WK-FATIA-IDX)

           IF WK-EXECUCAO-RESTART EQUAL 'S'
               PERFORM 2060-LER-CHECKPOINT-FATIA
           END-IF

           EVALUATE WK-FATIA-SITUACAO (WK-FATIA-IDX)
               WHEN 'CONCLUIDA'
                   DISPLAY 'FATIA ' WK-FATIA-NUM (WK-FATIA-IDX)
                       ' JA CONCLUIDA - PULANDO'
               WHEN 'RETOMAR'
                   ADD 1 TO WK-QTD-LANCAR
                   DISPLAY 'FATIA ' WK-FATIA-NUM (WK-FATIA-IDX)
                       ' SERA RETOMADA DO ULTIMO CHECKPOINT'
               WHEN OTHER
                   ADD 1 TO WK-QTD-LANCAR
                   OPEN OUTPUT CHECKPT
                   IF WK-STATUS-CKPT NOT EQUAL 0
                       DISPLAY 'ERRO AO DESCARTAR O CHECKPOINT DA '
                           'FATIA ' WK-FATIA-NUM (WK-FATIA-IDX) ' '
                           WK-STATUS-CKPT
                   ELSE
                       CLOSE CHECKPT
                   END-IF
           END-EVALUATE
       .
       2000-PREPARAR-FATIA-FIM.
           EXIT.
      *****************************************************************
      * MONTAR O CAMINHO DO CHECKPOINT DA FATIA CORRENTE
      *****************************************************************
       2050-MONTAR-CAMINHO-CHECKPOINT SECTION.
           MOVE WK-FATIA-NUM (WK-FATIA-IDX) TO WK-SUF-FATIA
           MOVE WK-PATH-CKPT TO WK-SUF-ENTRADA
           PERFORM 1047-MONTAR-CAMINHO-FATIA
           MOVE WK-SUF-SAIDA TO WK-PATH-CKPT-FATIA
       .
       2050-MONTAR-CAMINHO-CHECKPOINT-FIM.
           EXIT.
      *****************************************************************
      * LER O CHECKPOINT DA FATIA CORRENTE E CLASSIFICAR A FATIA -
      * CONCLUIDA (CHECKPOINT FINAL DA MESMA FAIXA E SELECAO),
      * RETOMAR (CHECKPOINT INTERMEDIARIO DA MESMA FAIXA) OU PENDENTE
      *****************************************************************
       2060-LER-CHECKPOINT-FATIA SECTION.
           OPEN INPUT CHECKPT
           IF WK-STATUS-CKPT EQUAL 0
               READ CHECKPT
               IF WK-STATUS-CKPT EQUAL 0
                   AND CKPT-PARTICAO EQUAL WK-FATIA-NUM (WK-FATIA-IDX)
                   AND CKPT-PARM-FAIXA EQUAL 'S'
                   AND CKPT-FAIXA-INI EQUAL WK-FATIA-INI (WK-FATIA-IDX)
                   AND CKPT-FAIXA-FIM EQUAL WK-FATIA-FIM (WK-FATIA-IDX)
                   AND CKPT-PARM-ATIVAS EQUAL WK-PARM-ATIVAS
                   IF CKPT-SITUACAO EQUAL 'F'
                       MOVE 'CONCLUIDA' TO
                           WK-FATIA-SITUACAO (WK-FATIA-IDX)
                   ELSE
                       MOVE 'RETOMAR' TO
                           WK-FATIA-SITUACAO (WK-FATIA-IDX)
                   END-IF
               END-IF
               CLOSE CHECKPT
           END-IF
       .
       2060-LER-CHECKPOINT-FATIA-FIM.
           EXIT.
      *****************************************************************
      * EXECUTAR AS FATIAS - UM SO COMANDO DISPARA TODAS AS FATIAS
      * PENDENTES EM SEGUNDO PLANO E ESPERA A ULTIMA TERMINAR; O
      * RESULTADO DE CADA UMA E CONFERIDO DEPOIS PELO CHECKPOINT
      * FINAL, E NAO PELO CODIGO DE SAIDA DO COMANDO
      *****************************************************************
       2100-EXECUTAR-FATIAS SECTION.
           IF WK-QTD-LANCAR EQUAL ZEROS
               DISPLAY 'TODAS AS FATIAS JA CONCLUIDAS'
           ELSE
               MOVE SPACES TO WK-COMANDO
               MOVE 1 TO WK-CMD-PTR
               PERFORM 2110-INCLUIR-FATIA-COMANDO
                   VARYING WK-FATIA-IDX FROM 1 BY 1
                   UNTIL WK-FATIA-IDX > WK-QTD-FATIAS
               STRING
                   'wait'              DELIMITED BY SIZE
                   INTO WK-COMANDO WITH POINTER WK-CMD-PTR
               END-STRING

               DISPLAY 'DISPARANDO ' WK-QTD-LANCAR ' FATIA(S) DE '
                   WK-QTD-FATIAS
               DISPLAY WK-COMANDO (1:WK-CMD-PTR - 1)

               MOVE ZEROS TO RETURN-CODE
               CALL 'SYSTEM' USING WK-COMANDO
               MOVE ZEROS TO RETURN-CODE
           END-IF
       .
       2100-EXECUTAR-FATIAS-FIM.
           EXIT.
      *****************************************************************
      * ACRESCENTAR AO COMANDO A CHAMADA DA FATIA CORRENTE, QUANDO
      * ELA PRECISA RODAR
      *****************************************************************
       2110-INCLUIR-FATIA-COMANDO SECTION.
           IF WK-FATIA-SITUACAO (WK-FATIA-IDX) NOT EQUAL 'CONCLUIDA'
               STRING
                   FUNCTION TRIM (WK-CMD-BASE) DELIMITED BY SIZE
                   ' PARTICAO='        DELIMITED BY SIZE
                   WK-FATIA-NUM (WK-FATIA-IDX) DELIMITED BY SIZE
                   ' FAIXA='           DELIMITED BY SIZE
                   WK-FATIA-INI (WK-FATIA-IDX) DELIMITED BY SIZE
                   '-'                 DELIMITED BY SIZE
                   WK-FATIA-FIM (WK-FATIA-IDX) DELIMITED BY SIZE
                   WK-OPCOES           DELIMITED BY '  '
                   INTO WK-COMANDO WITH POINTER WK-CMD-PTR
               END-STRING
               IF WK-FATIA-SITUACAO (WK-FATIA-IDX) EQUAL 'RETOMAR'
                   STRING
                       ' RESTART'      DELIMITED BY SIZE
                       INTO WK-COMANDO WITH POINTER WK-CMD-PTR
                   END-STRING
               END-IF
               STRING
                   ' & '               DELIMITED BY SIZE
                   INTO WK-COMANDO WITH POINTER WK-CMD-PTR
               END-STRING
           END-IF
       .
       2110-INCLUIR-FATIA-COMANDO-FIM.
           EXIT.
      *****************************************************************
      * CONFERIR UMA FATIA DEPOIS DO DISPARO - SO O CHECKPOINT FINAL
      * DA MESMA FAIXA E SELECAO CONTA COMO FATIA CONCLUIDA
      *****************************************************************
       2200-CONFERIR-FATIA SECTION.
           PERFORM 2050-MONTAR-CAMINHO-CHECKPOINT
           MOVE 'PENDENTE' TO WK-FATIA-SITUACAO (WK-FATIA-IDX)
           PERFORM 2060-LER-CHECKPOINT-FATIA

           IF WK-FATIA-SITUACAO (WK-FATIA-IDX) EQUAL 'CONCLUIDA'
               DISPLAY 'FATIA ' WK-FATIA-NUM (WK-FATIA-IDX)
                   ' CONCLUIDA'
           ELSE
               MOVE 'S' TO WK-FATIA-FALHOU
               DISPLAY 'FATIA ' WK-FATIA-NUM (WK-FATIA-IDX)
                   ' FALHOU - FAIXA ' WK-FATIA-INI (WK-FATIA-IDX)
                   '-' WK-FATIA-FIM (WK-FATIA-IDX)
           END-IF
       .
       2200-CONFERIR-FATIA-FIM.
           EXIT.
      *****************************************************************
      * CONSOLIDAR AS FATIAS - O CBLZMW06 CONSOLIDAR JUNTA AS SAIDAS
      * PARCIAIS E GERA AS SAIDAS UNICAS DA RODADA; O INICIO= DATA O
      * BLOCO DE AUDITORIA COM O INICIO DA RODADA INTEIRA
      *****************************************************************
       2300-CONSOLIDAR-FATIAS SECTION.
           MOVE SPACES TO WK-COMANDO
           MOVE 1 TO WK-CMD-PTR
           STRING
               FUNCTION TRIM (WK-CMD-BASE) DELIMITED BY SIZE
               ' CONSOLIDAR INICIO='   DELIMITED BY SIZE
               WK-INICIO               DELIMITED BY SIZE
               WK-OPCOES               DELIMITED BY '  '
               INTO WK-COMANDO WITH POINTER WK-CMD-PTR
           END-STRING

           PERFORM 2900-CHAMAR-COMANDO
       .
       2300-CONSOLIDAR-FATIAS-FIM.
           EXIT.
      *****************************************************************
      * EXECUTAR A RODADA INTEIRA, SEM PARTICOES - O CBLZMW06 RODA
      * SOZINHO COM OS PARAMETROS RECEBIDOS, COMO ANTES
      *****************************************************************
       2500-EXECUTAR-RODADA-INTEIRA SECTION.
           MOVE SPACES TO WK-COMANDO
           MOVE 1 TO WK-CMD-PTR
           STRING
               FUNCTION TRIM (WK-CMD-BASE) DELIMITED BY SIZE
               WK-OPCOES               DELIMITED BY '  '
               INTO WK-COMANDO WITH POINTER WK-CMD-PTR
           END-STRING
           IF WK-EXECUCAO-RESTART EQUAL 'S'
               STRING
                   ' RESTART'          DELIMITED BY SIZE
                   INTO WK-COMANDO WITH POINTER WK-CMD-PTR
               END-STRING
           END-IF

           PERFORM 2900-CHAMAR-COMANDO
       .
       2500-EXECUTAR-RODADA-INTEIRA-FIM.
           EXIT.
      *****************************************************************
      * CHAMAR O COMANDO MONTADO E GUARDAR O RETURN-CODE - EM
      * AMBIENTES QUE DEVOLVEM O CODIGO DE SAIDA DESLOCADO (O VALOR
      * BRUTO DO system() MULTIPLICADO POR 256), O VALOR E NORMALIZADO
      *****************************************************************
       2900-CHAMAR-COMANDO SECTION.
           DISPLAY 'EXECUTANDO: ' WK-COMANDO (1:WK-CMD-PTR - 1)

           MOVE ZEROS TO RETURN-CODE
           CALL 'SYSTEM' USING WK-COMANDO

           MOVE RETURN-CODE TO WK-RC-BRUTO
           MOVE ZEROS TO RETURN-CODE

           IF WK-RC-BRUTO > 255
               COMPUTE WK-RC-BRUTO = WK-RC-BRUTO / 256
           END-IF
           MOVE WK-RC-BRUTO TO WK-RC-FINAL
       .
       2900-CHAMAR-COMANDO-FIM.
           EXIT.
      *****************************************************************
      * FINALIZAR - FATIA NAO CONCLUIDA ENCERRA COM 12 (REEXECUTAR
      * COM RESTART RETOMA SO AS FATIAS QUE FALHARAM); NOS DEMAIS
      * CASOS DEVOLVE O RETURN-CODE DO CBLZMW06/CONSOLIDACAO
      *****************************************************************
       3000-FINALIZAR SECTION.
           IF WK-FATIA-FALHOU EQUAL 'S'
               DISPLAY 'Rodada particionada INTERROMPIDA - reexecutar '
                   'com RESTART para retomar as fatias que falharam.'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'Rodada concluida com RETURN-CODE ' WK-RC-FINAL
               MOVE WK-RC-FINAL TO RETURN-CODE
           END-IF

           STOP RUN
       .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZMW26.
