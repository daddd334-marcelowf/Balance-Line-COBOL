      *          por 3050-ABORTAR-PROCESSAMENTO (que nem chega na
      *          geracao) ou um erro na propria gravacao nao avancam
      *          o sequencial
      * 100926 - Marcelo - Rodada particionada em fatias de CNPJ
      *          executadas ao mesmo tempo (controladas pelo
      *          CBLZMW26): PARTICAO=nn junto com FAIXA= roda uma
      *          fatia com checkpoint, arquivos de trabalho, excecoes
      *          e rejeitados proprios (sufixo _Pnn no nome), sem
      *          relatorio, CSV, extrato, interface nem auditoria, e
      *          encerra gravando o checkpoint final da fatia com os
      *          totais; CONSOLIDAR junta as fatias do arquivo de
      *          particoes (BLPARTIC) na ordem das faixas e gera uma
      *          vez so o relatorio com o rodape, o CSV, o extrato do
      *          mestre, a interface com uma unica remessa e o bloco
      *          de auditoria da rodada inteira (INICIO= traz o
      *          inicio da rodada particionada)
      * 140926 - Marcelo - Na consolidacao, a soma dos fora da
      *          selecao das fatias e feita em campos de 9 digitos
      *          (com muitas fatias ela passava da capacidade dos
      *          totais) e so o resultado vai para os totais
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           WK-PATH-REMESSA
           FILE STATUS IS WK-STATUS-REM.

      * Arquivo de particoes da rodada particionada - uma linha por
      * fatia com a faixa de CNPJ; lido so na consolidacao
       SELECT PARTICOES ASSIGN TO DYNAMIC
           WK-PATH-PARTIC
           FILE STATUS IS WK-STATUS-PTC.

      * Arquivo de trabalho da classificacao dos pares por CNPJ de
      * socio, usada na secao de rede societaria do relatorio
       SELECT SORT-REDE ASSIGN TO 'SORTWK'.
           05 CKPT-SEC-CONCENTR      PIC X(01).
           05 CKPT-SEC-STATUS        PIC X(01).
           05 CKPT-SEC-REDE          PIC X(01).

      * Fatia da rodada particionada que gravou o checkpoint (brancos
      * na rodada inteira) e situacao do checkpoint - 'F' e o
      * checkpoint final de uma fatia concluida, com os totais
      * completos que a consolidacao soma
           05 CKPT-PARTICAO          PIC X(02).
           05 CKPT-SITUACAO          PIC X(01).
           05 FILLER                PIC X(07).

      * Arquivo de trabalho das empresas casadas - recebe um registro
      * por empresa, gravado quando a empresa termina de casar com os
           05 REM-SEQUENCIAL    PIC 9(06).
           05 FILLER            PIC X(14).

      * Particao - numero da fatia (01, 02, ... na ordem das linhas)
      * e a faixa de CNPJ; as faixas cobrem juntas todos os CNPJ,
      * em ordem ascendente, sem buraco nem sobreposicao
       FD PARTICOES RECORDING MODE IS F.
       01 FL-PARTICOES-ARQ PIC X(80).
       01 FILLER REDEFINES FL-PARTICOES-ARQ.
           05 PTC-FATIA         PIC 9(02).
           05 PTC-CNPJ-INI      PIC 9(14).
           05 PTC-CNPJ-FIM      PIC 9(14).
           05 FILLER            PIC X(50).

      * Registro de trabalho da classificacao por CNPJ de socio -
      * cada par casado e liberado invertido (socio na frente) para
      * a secao de rede societaria agrupar por socio
       01 WK-STATUS-AUD PIC 9(02) VALUE 0.
       01 WK-STATUS-INT PIC 9(02) VALUE 0.
       01 WK-STATUS-REM PIC 9(02) VALUE 0.
       01 WK-STATUS-PTC PIC 9(02) VALUE 0.
       01 WK-FIM-CNPJ PIC X(01) VALUE 'N'.
       01 WK-FIM-SOCIOS PIC X(01) VALUE 'N'.
       01 WK-CNPJ-CASADO PIC X(01) VALUE 'N'.
      * silencio e dessincronizar as passadas
       01 WK-ABEND-CAP PIC X(01) VALUE 'N'.

      * Liga quando a consolidacao encontra o arquivo de particoes
      * invalido ou uma fatia nao concluida/inconsistente - nada da
      * rodada particionada e gerado sobre fatias incompletas
       01 WK-ABEND-FATIA PIC X(01) VALUE 'N'.

      * Caminhos dos arquivos de entrada e saida - valores default
      * abaixo, substituidos por BLCNPJ/BLSOCIO/BLRELAT/BLEXCEC/
      * BLCKPT/BLCSV quando essas variaveis de ambiente existirem
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_INT.txt'.
       01 WK-PATH-REMESSA   PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_REM.txt'.
       01 WK-PATH-PARTIC    PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_PAR.txt'.
       01 WK-ENV-VALOR      PIC X(100) VALUE SPACES.

      * Caminhos resolvidos dos arquivos que a rodada particionada
      * separa por fatia - a fatia troca os caminhos acima pelos
      * seus (sufixo _Pnn) e a consolidacao deriva daqui os
      * caminhos de cada fatia que le
       01 WK-BASE-CKPT      PIC X(100) VALUE SPACES.
       01 WK-BASE-CKPTEMP   PIC X(100) VALUE SPACES.
       01 WK-BASE-CKPTPAR   PIC X(100) VALUE SPACES.
       01 WK-BASE-EXCECOES  PIC X(100) VALUE SPACES.
       01 WK-BASE-REJ       PIC X(100) VALUE SPACES.

      * Apoio da montagem do caminho de uma fatia - o sufixo _Pnn
      * entra antes da extensao do nome do arquivo (ou no fim, quando
      * o nome nao tem extensao)
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

      * Parametros de execucao (informados na linha de comando) e
      * variaveis de apoio ao checkpoint/restart - alem de RESTART,
      * a rodada aceita FAIXA=ini-fim, ATIVAS e SECOES=BFCSR
       01 WK-SEC-STATUS         PIC X(01) VALUE 'S'.
       01 WK-SEC-REDE           PIC X(01) VALUE 'S'.

      * Rodada particionada - PARTICAO=nn roda a fatia nn (com a sua
      * FAIXA=) e CONSOLIDAR junta as fatias concluidas; INICIO= traz
      * para a auditoria da consolidacao o inicio da rodada inteira
       01 WK-PARTICAO           PIC X(02) VALUE SPACES.
       01 WK-PARM-CONSOLIDAR    PIC X(01) VALUE 'N'.
       01 WK-PARM-INICIO        PIC X(01) VALUE 'N'.

      * Apoio da selecao na leitura e no match - registros fora da
      * faixa saem em silencio (nao sao rejeitados) e empresas fora
      * da selecao de ativas nao entram nos casados nem nas excecoes
      * listagem de concentracao societaria - default 5, substituido
      * pela variavel de ambiente BLLIMSOC quando presente
       01 WK-LIMITE-SOCIOS      PIC 9(04) VALUE 5.

      * Posicao gravada no checkpoint - o periodico marca as empresas
      * completas ate ali (o registro corrente ja e da proxima); o
      * final de uma fatia leva os totais completos e a situacao 'F'
       01 WK-CKPT-POS-ULT-CNPJ  PIC 9(14) VALUE ZEROS.
       01 WK-CKPT-POS-CNPJ      PIC 9(07) VALUE ZEROS.
       01 WK-CKPT-POS-SOCIOS    PIC 9(07) VALUE ZEROS.
       01 WK-CKPT-SITUACAO      PIC X(01) VALUE SPACES.
       01 WK-CKPT-CNPJ-COMPLETOS PIC 9(07) VALUE ZEROS.
       01 WK-REG-REPOS-CNPJ     PIC 9(07) VALUE ZEROS.
       01 WK-REG-REPOS-SOCIOS   PIC 9(07) VALUE ZEROS.
           05 WK-REDE-CHAVE-PROC-CNPJ  PIC 9(14) VALUE ZEROS.
           05 WK-REDE-CHAVE-PROC-SOCIO PIC 9(14) VALUE ZEROS.

      * Tabela das fatias do arquivo de particoes, na ordem das
      * faixas, com os casados de cada uma para a auditoria
       01 WK-QTD-FATIAS         PIC 9(02) VALUE ZEROS.
       01 WK-FATIA-IDX          PIC 9(02) VALUE ZEROS.
       01 WK-FIM-PARTICOES      PIC X(01) VALUE 'N'.
       01 WK-TAB-FATIAS.
           05 WK-FATIA OCCURS 20 TIMES.
               10 WK-FATIA-NUM     PIC X(02).
               10 WK-FATIA-INI     PIC 9(14).
               10 WK-FATIA-FIM     PIC 9(14).
               10 WK-FATIA-CASADOS PIC 9(07).
       01 WK-FATIA-PROX-INI     PIC 9(15) VALUE ZEROS.
       01 WK-FATIA-NUM-ED       PIC 9(02) VALUE ZEROS.

      * Apoio da consolidacao - lidos de referencia (toda fatia le as
      * duas listas inteiras e precisa ter lido o mesmo volume),
      * deslocamento dos pares ja consolidados para renumerar a
      * posicao do primeiro par de cada empresa e contagens das
      * copias conferidas contra o checkpoint final da fatia. A soma
      * dos fora da selecao das fatias chega a (fatias - 1) vezes os
      * lidos e e acumulada em campos maiores que os totais
       01 WK-CONS-LIDOS-CNPJ    PIC 9(07) VALUE ZEROS.
       01 WK-CONS-LIDOS-SOCIOS  PIC 9(07) VALUE ZEROS.
       01 WK-CONS-FORA-SEL-CNPJ PIC 9(09) VALUE ZEROS.
       01 WK-CONS-FORA-SEL-SOC  PIC 9(09) VALUE ZEROS.
       01 WK-CONS-DESLOC-PAR    PIC 9(07) VALUE ZEROS.
       01 WK-CONS-QTD-EMP       PIC 9(07) VALUE ZEROS.
       01 WK-CONS-QTD-PAR       PIC 9(07) VALUE ZEROS.
       01 WK-CONS-COPIADOS      PIC 9(07) VALUE ZEROS.
       01 WK-CONS-LIN-CABEC     PIC 9(02) VALUE ZEROS.
       01 WK-CONS-FIM-COPIA     PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR

           END-PERFORM

           IF WK-ABEND-SEQ EQUAL 'S' OR WK-ABEND-CAP EQUAL 'S'
               OR WK-ABEND-FATIA EQUAL 'S'
               PERFORM 3050-ABORTAR-PROCESSAMENTO
           ELSE
               PERFORM 3000-FINALIZAR
               PERFORM 1060-RESTAURAR-CHECKPOINT
           END-IF

      * FATIA QUE COMECA DO ZERO DESCARTA O CHECKPOINT DA RODADA
      * ANTERIOR - UM CHECKPOINT FINAL ESQUECIDO DE OUTRO CICLO SERIA
      * TOMADO PELA CONSOLIDACAO COMO A FATIA DESTE CICLO CONCLUIDA
           IF WK-PARTICAO NOT EQUAL SPACES
               AND WK-EXECUCAO-RESTART NOT EQUAL 'S'
               PERFORM 1080-DESCARTAR-CHECKPOINT
           END-IF

      * Os arquivos de trabalho dos casados ficam abertos durante
      * todo o match - num RESTART eles ja foram truncados na marca
      * do checkpoint em 1060 e seguem recebendo em acrescimo
               DISPLAY 'ERRO DE ABERTURA DO CKPTPAR' WK-STATUS-CKPTPAR
           END-IF

      * A FATIA NAO TEM RELATORIO - ELE SAI UMA VEZ SO, NA
      * CONSOLIDACAO DAS FATIAS
           IF WK-PARTICAO EQUAL SPACES
               IF WK-EXECUCAO-RESTART EQUAL 'S'
                   OPEN EXTEND RELATORIO
               ELSE
                   OPEN OUTPUT RELATORIO
               END-IF
               IF WK-STATUS-S NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DE RELATORIO.txt'
                       WK-STATUS-S
               END-IF
           END-IF

           IF WK-EXECUCAO-RESTART EQUAL 'S'
           END-IF

           IF WK-EXECUCAO-RESTART NOT EQUAL 'S'
               IF WK-PARTICAO EQUAL SPACES
                   PERFORM 1200-INICIALIZAR-CABECALHO
               END-IF
               PERFORM 1280-INICIALIZAR-CABECALHO-EXC
               PERFORM 1285-INICIALIZAR-CABECALHO-REJ
           END-IF

      * A CONSOLIDACAO NAO FAZ O MATCH - OS CASADOS, EXCECOES E
      * REJEITADOS VEM DAS FATIAS JA CONCLUIDAS E O LOOP PRINCIPAL
      * SEGUE DIRETO PARA A GERACAO DAS SAIDAS
           IF WK-PARM-CONSOLIDAR EQUAL 'S'
               PERFORM 1300-CONSOLIDAR-FATIAS
               MOVE 'S' TO WK-FIM-CNPJ
               MOVE 'S' TO WK-FIM-SOCIOS
           ELSE
               PERFORM 2100-LER-LISTA-CNPJ
               PERFORM 2200-LER-LISTA-SOCIOS
           END-IF
       .
       1000-INICIALIZAR-FIM.
           EXIT.
               COMPUTE WK-LIMITE-SOCIOS = FUNCTION NUMVAL (WK-ENV-VALOR)
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLPARTIC' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-PARTIC
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           MOVE WK-PATH-CKPT     TO WK-BASE-CKPT
           MOVE WK-PATH-CKPTEMP  TO WK-BASE-CKPTEMP
           MOVE WK-PATH-CKPTPAR  TO WK-BASE-CKPTPAR
           MOVE WK-PATH-EXCECOES TO WK-BASE-EXCECOES
           MOVE WK-PATH-REJ      TO WK-BASE-REJ
       .
       1045-RESOLVER-PARAMETROS-ARQUIVO-FIM.
           EXIT.
           PERFORM 1055-TRATAR-PARAMETRO
               VARYING WK-PARM-IDX FROM 1 BY 1
               UNTIL WK-PARM-IDX > 5

           PERFORM 1057-CONFERIR-COMBINACAO
       .
       1050-VERIFICAR-PARAMETRO-EXECUCAO-FIM.
           EXIT.
                   MOVE 'RESTART' TO WK-AUD-PARM
               WHEN WK-PARM-TOKEN (WK-PARM-IDX) EQUAL 'ATIVAS'
                   MOVE 'S' TO WK-PARM-ATIVAS
               WHEN WK-PARM-TOKEN (WK-PARM-IDX) EQUAL 'CONSOLIDAR'
                   MOVE 'S' TO WK-PARM-CONSOLIDAR
                   MOVE 'PARTIC' TO WK-AUD-PARM
               WHEN WK-PARM-TOKEN (WK-PARM-IDX) (1:9) EQUAL
                   'PARTICAO='
                   IF WK-PARM-TOKEN (WK-PARM-IDX) (10:2) NUMERIC
                       AND WK-PARM-TOKEN (WK-PARM-IDX) (10:2)
                           NOT EQUAL '00'
                       AND WK-PARM-TOKEN (WK-PARM-IDX) (12:1)
                           EQUAL SPACE
                       MOVE WK-PARM-TOKEN (WK-PARM-IDX) (10:2)
                           TO WK-PARTICAO
                   ELSE
                       DISPLAY 'PARAMETRO PARTICAO MAL FORMADO - '
                           'USAR PARTICAO=01 A PARTICAO=99'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WK-PARM-TOKEN (WK-PARM-IDX) (1:7) EQUAL 'INICIO='
                   IF WK-PARM-TOKEN (WK-PARM-IDX) (8:14) NUMERIC
                       MOVE 'S' TO WK-PARM-INICIO
                       MOVE WK-PARM-TOKEN (WK-PARM-IDX) (8:8)
                           TO WK-AUD-INI-DATA
                       MOVE WK-PARM-TOKEN (WK-PARM-IDX) (16:6)
                           TO WK-AUD-INI-HORA
                   ELSE
                       DISPLAY 'PARAMETRO INICIO MAL FORMADO - USAR '
                           'INICIO=AAAAMMDDHHMMSS'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WK-PARM-TOKEN (WK-PARM-IDX) (1:6) EQUAL 'FAIXA='
                   IF WK-PARM-TOKEN (WK-PARM-IDX) (7:14) NUMERIC
                       AND WK-PARM-TOKEN (WK-PARM-IDX) (21:1)
       1055-TRATAR-PARAMETRO-FIM.
           EXIT.
      *****************************************************************
      * CONFERIR A COMBINACAO DOS PARAMETROS DA RODADA PARTICIONADA -
      * A FATIA (PARTICAO=) PRECISA DA SUA FAIXA=; A CONSOLIDACAO
      * JUNTA FATIAS JA CONCLUIDAS E NAO ACEITA FAIXA, PARTICAO NEM
      * RESTART (E REEXECUTADA INTEIRA); INICIO= SO SERVE A ELA. NA
      * FATIA OS ARQUIVOS DE TRABALHO PASSAM PARA OS DA FATIA
      *****************************************************************
       1057-CONFERIR-COMBINACAO SECTION.
           IF WK-PARTICAO NOT EQUAL SPACES
               AND WK-PARM-FAIXA NOT EQUAL 'S'
               DISPLAY 'PARAMETRO PARTICAO EXIGE A FAIXA= DA FATIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WK-PARM-CONSOLIDAR EQUAL 'S'
               AND (WK-PARTICAO NOT EQUAL SPACES
                   OR WK-PARM-FAIXA EQUAL 'S'
                   OR WK-EXECUCAO-RESTART EQUAL 'S')
               DISPLAY 'CONSOLIDAR NAO SE COMBINA COM PARTICAO, '
                   'FAIXA OU RESTART'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WK-PARM-INICIO EQUAL 'S'
               AND WK-PARM-CONSOLIDAR NOT EQUAL 'S'
               DISPLAY 'PARAMETRO INICIO SO VALE COM CONSOLIDAR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WK-PARTICAO NOT EQUAL SPACES
               PERFORM 1046-SUFIXAR-CAMINHOS-FATIA
           END-IF
       .
       1057-CONFERIR-COMBINACAO-FIM.
           EXIT.
      *****************************************************************
      * SUFIXAR OS CAMINHOS DA FATIA - CHECKPOINT, ARQUIVOS DE
      * TRABALHO, EXCECOES, REJEITADOS E SEUS TEMPORARIOS GANHAM O
      * SUFIXO _Pnn, PARA AS FATIAS RODAREM AO MESMO TEMPO SEM
      * DISPUTAR ARQUIVO E CADA UMA PODER SER RETOMADA SOZINHA
      *****************************************************************
       1046-SUFIXAR-CAMINHOS-FATIA SECTION.
           MOVE WK-PARTICAO TO WK-SUF-FATIA

           MOVE WK-PATH-CKPT TO WK-SUF-ENTRADA
           PERFORM 1047-MONTAR-CAMINHO-FATIA
           MOVE WK-SUF-SAIDA TO WK-PATH-CKPT

           MOVE WK-PATH-CKPTEMP TO WK-SUF-ENTRADA
           PERFORM 1047-MONTAR-CAMINHO-FATIA
           MOVE WK-SUF-SAIDA TO WK-PATH-CKPTEMP

           MOVE WK-PATH-CKPTPAR TO WK-SUF-ENTRADA
           PERFORM 1047-MONTAR-CAMINHO-FATIA
           MOVE WK-SUF-SAIDA TO WK-PATH-CKPTPAR

           MOVE WK-PATH-CKPTEMPT TO WK-SUF-ENTRADA
           PERFORM 1047-MONTAR-CAMINHO-FATIA
           MOVE WK-SUF-SAIDA TO WK-PATH-CKPTEMPT

           MOVE WK-PATH-CKPTPART TO WK-SUF-ENTRADA
           PERFORM 1047-MONTAR-CAMINHO-FATIA
           MOVE WK-SUF-SAIDA TO WK-PATH-CKPTPART

           MOVE WK-PATH-EXCECOES TO WK-SUF-ENTRADA
           PERFORM 1047-MONTAR-CAMINHO-FATIA
           MOVE WK-SUF-SAIDA TO WK-PATH-EXCECOES

           MOVE WK-PATH-REJ TO WK-SUF-ENTRADA
           PERFORM 1047-MONTAR-CAMINHO-FATIA
           MOVE WK-SUF-SAIDA TO WK-PATH-REJ

           MOVE WK-PATH-EXCTMP TO WK-SUF-ENTRADA
           PERFORM 1047-MONTAR-CAMINHO-FATIA
           MOVE WK-SUF-SAIDA TO WK-PATH-EXCTMP

           MOVE WK-PATH-REJTMP TO WK-SUF-ENTRADA
           PERFORM 1047-MONTAR-CAMINHO-FATIA
           MOVE WK-SUF-SAIDA TO WK-PATH-REJTMP
       .
       1046-SUFIXAR-CAMINHOS-FATIA-FIM.
           EXIT.
      *****************************************************************
      * MONTAR EM WK-SUF-SAIDA O CAMINHO DE WK-SUF-ENTRADA COM O
      * SUFIXO _Pnn DA FATIA WK-SUF-FATIA ANTES DA EXTENSAO DO NOME
      * DO ARQUIVO (O ULTIMO PONTO DEPOIS DA ULTIMA BARRA) - SEM
      * EXTENSAO, O SUFIXO VAI NO FIM DO NOME
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
      * TRATAR UMA LETRA DO PARAMETRO SECOES= (B=BLOCOS, F=FAIXAS DE
      * TEMPO, C=CONCENTRACAO, S=SITUACAO DOS SOCIOS, R=REDE)
      *****************************************************************
           ELSE
               READ CHECKPT
               IF WK-STATUS-CKPT EQUAL 0
                   AND CKPT-SITUACAO NOT EQUAL 'F'
                   PERFORM 1061-CONFERIR-SELECAO-RETOMADA

                   MOVE CKPT-REG-CNPJ TO WK-REG-REPOS-CNPJ
      * PROPRIA GRAVACAO DO CHECKPOINT DEIXA O ARQUIVO TRUNCADO) -
      * SEGUIR COMO RETOMADA SEM NADA RESTAURADO DUPLICARIA A
      * RODADA INTEIRA NOS ARQUIVOS DE SAIDA; REINICIA DO ZERO,
      * COMO NO CHECKPOINT AUSENTE. O CHECKPOINT FINAL DE UMA FATIA
      * JA CONCLUIDA NAO E PONTO DE RETOMADA - A FATIA E REFEITA
                   IF WK-STATUS-CKPT EQUAL 0
                       DISPLAY 'CHECKPOINT DE FATIA JA CONCLUIDA - '
                           'REINICIANDO DO ZERO'
                   ELSE
                       DISPLAY 'CHECKPOINT ILEGIVEL - REINICIANDO DO '
                           'ZERO' WK-STATUS-CKPT
                   END-IF
                   MOVE 'N' TO WK-EXECUCAO-RESTART
                   MOVE 'NORMAL' TO WK-AUD-PARM
                   CLOSE CHECKPT
               OR CKPT-SEC-CONCENTR NOT EQUAL WK-SEC-CONCENTRACAO
               OR CKPT-SEC-STATUS NOT EQUAL WK-SEC-STATUS
               OR CKPT-SEC-REDE NOT EQUAL WK-SEC-REDE
               OR CKPT-PARTICAO NOT EQUAL WK-PARTICAO
               DISPLAY 'RESTART COM SELECAO DIFERENTE DA DO '
                   'CHECKPOINT - INFORMAR OS MESMOS PARAMETROS '
                   'FAIXA/ATIVAS/SECOES/PARTICAO DA RODADA '
                   'INTERROMPIDA'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WK-AUD-RC
               PERFORM 3800-GRAVAR-AUDITORIA
       1076-DEVOLVER-REJEITADO-DO-TMP-FIM.
           EXIT.
      *****************************************************************
      * DESCARTAR O CHECKPOINT DA FATIA QUE COMECA DO ZERO - O
      * ARQUIVO FICA VAZIO ATE O PRIMEIRO CHECKPOINT DA RODADA (UMA
      * RETOMADA ANTES DISSO RECOMECA DO ZERO, COMO NO ILEGIVEL)
      *****************************************************************
       1080-DESCARTAR-CHECKPOINT SECTION.
           OPEN OUTPUT CHECKPT
           IF WK-STATUS-CKPT NOT EQUAL 0
               DISPLAY 'ERRO AO DESCARTAR O CHECKPOINT DA FATIA'
                   WK-STATUS-CKPT
           ELSE
               CLOSE CHECKPT
           END-IF
       .
       1080-DESCARTAR-CHECKPOINT-FIM.
           EXIT.
      *****************************************************************
      * COLETAR DATA E HORA DO SISTEMA DO USUARIO
      *****************************************************************
       1100-COLETAR-DATA-HORA SECTION.
       1290-INICIALIZAR-CABECALHO-CSV-EXIT.
           EXIT.
      *****************************************************************
      * CONSOLIDAR AS FATIAS DA RODADA PARTICIONADA - CARREGA O
      * ARQUIVO DE PARTICOES E JUNTA, NA ORDEM DAS FAIXAS, OS
      * CASADOS, EXCECOES E REJEITADOS DE CADA FATIA CONCLUIDA NOS
      * ARQUIVOS DA RODADA, SOMANDO OS TOTAIS DOS CHECKPOINTS FINAIS.
      * COMO AS FAIXAS SAO ASCENDENTES E NAO SE SOBREPOEM, A JUNCAO
      * SAI NA MESMA ORDEM DE CHAVE DE UMA RODADA INTEIRA
      *****************************************************************
       1300-CONSOLIDAR-FATIAS SECTION.
           PERFORM 1310-CARREGAR-PARTICOES

           IF WK-ABEND-FATIA NOT EQUAL 'S'
               PERFORM 1320-CONSOLIDAR-UMA-FATIA
                   VARYING WK-FATIA-IDX FROM 1 BY 1
                   UNTIL WK-FATIA-IDX > WK-QTD-FATIAS
                       OR WK-ABEND-FATIA EQUAL 'S'
           END-IF

      * TODA FATIA LE AS DUAS LISTAS INTEIRAS E CONTA COMO FORA DA
      * SELECAO O QUE ESTA FORA DA SUA FAIXA - COMO AS FAIXAS COBREM
      * TODOS OS CNPJ, CADA REGISTRO FICOU FORA DA FAIXA EM TODAS AS
      * FATIAS MENOS UMA, E ESSA PARCELA SAI DA SOMA PARA O RODAPE
      * FECHAR COMO O DE UMA RODADA INTEIRA
           IF WK-ABEND-FATIA NOT EQUAL 'S'
               MOVE WK-CONS-LIDOS-CNPJ TO WK-TOT-CNPJ-LIDOS
               MOVE WK-CONS-LIDOS-SOCIOS TO WK-TOT-SOCIOS-LIDOS
               COMPUTE WK-CONS-FORA-SEL-CNPJ = WK-CONS-FORA-SEL-CNPJ
                   - (WK-QTD-FATIAS - 1) * WK-CONS-LIDOS-CNPJ
               COMPUTE WK-CONS-FORA-SEL-SOC = WK-CONS-FORA-SEL-SOC
                   - (WK-QTD-FATIAS - 1) * WK-CONS-LIDOS-SOCIOS
               MOVE WK-CONS-FORA-SEL-CNPJ TO WK-TOT-FORA-SEL-CNPJ
               MOVE WK-CONS-FORA-SEL-SOC TO WK-TOT-FORA-SEL-SOC
               DISPLAY 'CONSOLIDADAS ' WK-QTD-FATIAS ' FATIAS - '
                   WK-QTD-EMP-CASADAS ' EMPRESAS E '
                   WK-QTD-PAR-CASADOS ' PARES CASADOS'
           END-IF
       .
       1300-CONSOLIDAR-FATIAS-FIM.
           EXIT.
      *****************************************************************
      * CARREGAR O ARQUIVO DE PARTICOES NA TABELA DE FATIAS - AS
      * FATIAS VEM NUMERADAS EM SEQUENCIA A PARTIR DE 01 E AS FAIXAS
      * COMECAM NO CNPJ ZERO, CADA UMA LOGO APOS A ANTERIOR, ATE O
      * ULTIMO CNPJ POSSIVEL; QUALQUER DESVIO ABORTA A CONSOLIDACAO
      *****************************************************************
       1310-CARREGAR-PARTICOES SECTION.
           MOVE ZEROS TO WK-QTD-FATIAS
           MOVE ZEROS TO WK-FATIA-PROX-INI

           OPEN INPUT PARTICOES
           IF WK-STATUS-PTC NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE PARTICOES'
                   WK-STATUS-PTC
               MOVE 'S' TO WK-ABEND-FATIA
           ELSE
               MOVE 'N' TO WK-FIM-PARTICOES
               PERFORM 1315-LER-PARTICAO
                   UNTIL WK-FIM-PARTICOES EQUAL 'S'
               CLOSE PARTICOES

               IF WK-ABEND-FATIA NOT EQUAL 'S'
                   IF WK-QTD-FATIAS EQUAL ZEROS
                       DISPLAY 'ARQUIVO DE PARTICOES SEM NENHUMA FATIA'
                       MOVE 'S' TO WK-ABEND-FATIA
                   ELSE
                       IF WK-FATIA-FIM (WK-QTD-FATIAS) NOT EQUAL
                           99999999999999
                           DISPLAY 'AS FAIXAS DO ARQUIVO DE PARTICOES '
                               'NAO VAO ATE O ULTIMO CNPJ'
                           MOVE 'S' TO WK-ABEND-FATIA
                       END-IF
                   END-IF
               END-IF
           END-IF
       .
       1310-CARREGAR-PARTICOES-FIM.
           EXIT.
      *****************************************************************
      * LER E CONFERIR UMA LINHA DO ARQUIVO DE PARTICOES (LINHAS EM
      * BRANCO SAO PULADAS)
      *****************************************************************
       1315-LER-PARTICAO SECTION.
           READ PARTICOES

           IF WK-STATUS-PTC NOT EQUAL 0
               IF WK-STATUS-PTC NOT EQUAL 10
                   DISPLAY 'ERRO AO LER O ARQUIVO DE PARTICOES'
                       WK-STATUS-PTC
                   MOVE 'S' TO WK-ABEND-FATIA
               END-IF
               MOVE 'S' TO WK-FIM-PARTICOES
           ELSE
               IF FL-PARTICOES-ARQ NOT EQUAL SPACES
                   COMPUTE WK-FATIA-NUM-ED = WK-QTD-FATIAS + 1
                   EVALUATE TRUE
                       WHEN WK-QTD-FATIAS EQUAL 20
                           DISPLAY 'ARQUIVO DE PARTICOES COM MAIS DE '
                               '20 FATIAS'
                           MOVE 'S' TO WK-ABEND-FATIA
                       WHEN PTC-FATIA NOT NUMERIC
                           OR PTC-FATIA NOT EQUAL WK-FATIA-NUM-ED
                           DISPLAY 'FATIA FORA DE SEQUENCIA NO ARQUIVO '
                               'DE PARTICOES - ESPERADA A '
                               WK-FATIA-NUM-ED
                           MOVE 'S' TO WK-ABEND-FATIA
                       WHEN PTC-CNPJ-INI NOT NUMERIC
                           OR PTC-CNPJ-FIM NOT NUMERIC
                           DISPLAY 'FAIXA MAL FORMADA NA FATIA '
                               WK-FATIA-NUM-ED
                           MOVE 'S' TO WK-ABEND-FATIA
                       WHEN PTC-CNPJ-INI NOT EQUAL WK-FATIA-PROX-INI
                           DISPLAY 'A FAIXA DA FATIA ' WK-FATIA-NUM-ED
                               ' NAO COMECA LOGO APOS A DA ANTERIOR'
                           MOVE 'S' TO WK-ABEND-FATIA
                       WHEN PTC-CNPJ-INI > PTC-CNPJ-FIM
                           DISPLAY 'FAIXA INVERTIDA NA FATIA '
                               WK-FATIA-NUM-ED
                           MOVE 'S' TO WK-ABEND-FATIA
                       WHEN OTHER
                           ADD 1 TO WK-QTD-FATIAS
                           MOVE WK-FATIA-NUM-ED TO
                               WK-FATIA-NUM (WK-QTD-FATIAS)
                           MOVE PTC-CNPJ-INI TO
                               WK-FATIA-INI (WK-QTD-FATIAS)
                           MOVE PTC-CNPJ-FIM TO
                               WK-FATIA-FIM (WK-QTD-FATIAS)
                           MOVE ZEROS TO
                               WK-FATIA-CASADOS (WK-QTD-FATIAS)
                           COMPUTE WK-FATIA-PROX-INI =
                               PTC-CNPJ-FIM + 1
                   END-EVALUATE
                   IF WK-ABEND-FATIA EQUAL 'S'
                       MOVE 'S' TO WK-FIM-PARTICOES
                   END-IF
               END-IF
           END-IF
       .
       1315-LER-PARTICAO-FIM.
           EXIT.
      *****************************************************************
      * CONSOLIDAR UMA FATIA - CONFERE O CHECKPOINT FINAL DELA E
      * ACRESCENTA AOS ARQUIVOS DA RODADA OS SEUS CASADOS, EXCECOES
      * E REJEITADOS (LIDOS PELOS ARQUIVOS TEMPORARIOS APONTADOS PARA
      * OS CAMINHOS DA FATIA)
      *****************************************************************
       1320-CONSOLIDAR-UMA-FATIA SECTION.
           MOVE WK-FATIA-NUM (WK-FATIA-IDX) TO WK-SUF-FATIA

           MOVE WK-BASE-CKPT TO WK-SUF-ENTRADA
           PERFORM 1047-MONTAR-CAMINHO-FATIA
           MOVE WK-SUF-SAIDA TO WK-PATH-CKPT

           MOVE WK-BASE-CKPTEMP TO WK-SUF-ENTRADA
           PERFORM 1047-MONTAR-CAMINHO-FATIA
           MOVE WK-SUF-SAIDA TO WK-PATH-CKPTEMPT

           MOVE WK-BASE-CKPTPAR TO WK-SUF-ENTRADA
           PERFORM 1047-MONTAR-CAMINHO-FATIA
           MOVE WK-SUF-SAIDA TO WK-PATH-CKPTPART

           MOVE WK-BASE-EXCECOES TO WK-SUF-ENTRADA
           PERFORM 1047-MONTAR-CAMINHO-FATIA
           MOVE WK-SUF-SAIDA TO WK-PATH-EXCTMP

           MOVE WK-BASE-REJ TO WK-SUF-ENTRADA
           PERFORM 1047-MONTAR-CAMINHO-FATIA
           MOVE WK-SUF-SAIDA TO WK-PATH-REJTMP

           PERFORM 1325-LER-CHECKPOINT-FATIA

           IF WK-ABEND-FATIA NOT EQUAL 'S'
               PERFORM 1330-COPIAR-CASADOS-FATIA
           END-IF

           IF WK-ABEND-FATIA NOT EQUAL 'S'
               PERFORM 1340-COPIAR-EXCECOES-FATIA
               PERFORM 1345-COPIAR-REJEITADOS-FATIA
           END-IF
       .
       1320-CONSOLIDAR-UMA-FATIA-FIM.
           EXIT.
      *****************************************************************
      * LER O CHECKPOINT FINAL DA FATIA E SOMAR OS SEUS TOTAIS - A
      * FATIA PRECISA ESTAR CONCLUIDA ('F'), TER RODADO A FAIXA E A
      * SELECAO DA PARTICAO E TER LIDO O MESMO VOLUME DAS LISTAS QUE
      * AS FATIAS ANTERIORES (LISTAS TROCADAS ENTRE AS FATIAS
      * MISTURARIAM DOIS CICLOS NA MESMA RODADA)
      *****************************************************************
       1325-LER-CHECKPOINT-FATIA SECTION.
           OPEN INPUT CHECKPT
           IF WK-STATUS-CKPT NOT EQUAL 0
               DISPLAY 'CHECKPOINT DA FATIA '
                   WK-FATIA-NUM (WK-FATIA-IDX) ' NAO ENCONTRADO'
                   WK-STATUS-CKPT
               MOVE 'S' TO WK-ABEND-FATIA
           ELSE
               READ CHECKPT
               EVALUATE TRUE
                   WHEN WK-STATUS-CKPT NOT EQUAL 0
                       OR CKPT-SITUACAO NOT EQUAL 'F'
                       DISPLAY 'FATIA ' WK-FATIA-NUM (WK-FATIA-IDX)
                           ' NAO CONCLUIDA'
                       MOVE 'S' TO WK-ABEND-FATIA
                   WHEN CKPT-PARTICAO NOT EQUAL
                           WK-FATIA-NUM (WK-FATIA-IDX)
                       OR CKPT-PARM-FAIXA NOT EQUAL 'S'
                       OR CKPT-FAIXA-INI NOT EQUAL
                           WK-FATIA-INI (WK-FATIA-IDX)
                       OR CKPT-FAIXA-FIM NOT EQUAL
                           WK-FATIA-FIM (WK-FATIA-IDX)
                       OR CKPT-PARM-ATIVAS NOT EQUAL WK-PARM-ATIVAS
                       DISPLAY 'FATIA ' WK-FATIA-NUM (WK-FATIA-IDX)
                           ' CONCLUIDA COM FAIXA OU SELECAO DIFERENTE '
                           'DA PARTICAO'
                       MOVE 'S' TO WK-ABEND-FATIA
                   WHEN WK-FATIA-IDX > 1
                       AND (CKPT-REG-CNPJ NOT EQUAL WK-CONS-LIDOS-CNPJ
                       OR CKPT-REG-SOCIOS NOT EQUAL
                           WK-CONS-LIDOS-SOCIOS)
                       DISPLAY 'FATIA ' WK-FATIA-NUM (WK-FATIA-IDX)
                           ' LEU UM VOLUME DIFERENTE DAS LISTAS DE '
                           'ENTRADA'
                       MOVE 'S' TO WK-ABEND-FATIA
                   WHEN OTHER
                       MOVE CKPT-REG-CNPJ TO WK-CONS-LIDOS-CNPJ
                       MOVE CKPT-REG-SOCIOS TO WK-CONS-LIDOS-SOCIOS
                       MOVE CKPT-QTD-EMPRESAS TO WK-CONS-QTD-EMP
                       MOVE CKPT-QTD-PARES TO WK-CONS-QTD-PAR
                       MOVE CKPT-REG-LINHAS TO
                           WK-FATIA-CASADOS (WK-FATIA-IDX)
                       ADD CKPT-REG-LINHAS TO WK-TOT-LINHAS-CASADAS
                       ADD CKPT-REG-REJ-CNPJ TO WK-TOT-REJ-CNPJ
                       ADD CKPT-REG-REJ-SOCIOS TO WK-TOT-REJ-SOCIOS
                       ADD CKPT-FORA-SEL-CNPJ TO WK-CONS-FORA-SEL-CNPJ
                       ADD CKPT-FORA-SEL-SOC TO WK-CONS-FORA-SEL-SOC
                       ADD CKPT-REG-ORF-CNPJ TO WK-TOT-ORFAO-CNPJ
                       ADD CKPT-REG-ORF-SOCIO TO WK-TOT-ORFAO-SOCIO
               END-EVALUATE
               CLOSE CHECKPT
           END-IF
       .
       1325-LER-CHECKPOINT-FATIA-FIM.
           EXIT.
      *****************************************************************
      * COPIAR OS CASADOS DA FATIA PARA OS ARQUIVOS DE TRABALHO DA
      * RODADA - A POSICAO DO PRIMEIRO PAR DE CADA EMPRESA E
      * DESLOCADA PELOS PARES DAS FATIAS ANTERIORES, E AS QUANTIDADES
      * COPIADAS PRECISAM FECHAR COM AS DO CHECKPOINT FINAL
      *****************************************************************
       1330-COPIAR-CASADOS-FATIA SECTION.
           OPEN INPUT CKPTEMPT
           IF WK-STATUS-CKPTEMPT NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DAS EMPRESAS DA FATIA '
                   WK-FATIA-NUM (WK-FATIA-IDX) ' ' WK-STATUS-CKPTEMPT
               MOVE 'S' TO WK-ABEND-FATIA
           ELSE
               MOVE ZEROS TO WK-CONS-COPIADOS
               MOVE 'N' TO WK-CONS-FIM-COPIA
               PERFORM 1331-COPIAR-EMPRESA-FATIA
                   UNTIL WK-CONS-FIM-COPIA EQUAL 'S'
               CLOSE CKPTEMPT
               IF WK-CONS-COPIADOS NOT EQUAL WK-CONS-QTD-EMP
                   DISPLAY 'EMPRESAS DA FATIA '
                       WK-FATIA-NUM (WK-FATIA-IDX)
                       ' NAO FECHAM COM O CHECKPOINT FINAL'
                   MOVE 'S' TO WK-ABEND-FATIA
               END-IF
           END-IF

           IF WK-ABEND-FATIA NOT EQUAL 'S'
               OPEN INPUT CKPTPART
               IF WK-STATUS-CKPTPART NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DOS PARES DA FATIA '
                       WK-FATIA-NUM (WK-FATIA-IDX) ' '
                       WK-STATUS-CKPTPART
                   MOVE 'S' TO WK-ABEND-FATIA
               ELSE
                   MOVE ZEROS TO WK-CONS-COPIADOS
                   MOVE 'N' TO WK-CONS-FIM-COPIA
                   PERFORM 1332-COPIAR-PAR-FATIA
                       UNTIL WK-CONS-FIM-COPIA EQUAL 'S'
                   CLOSE CKPTPART
                   IF WK-CONS-COPIADOS NOT EQUAL WK-CONS-QTD-PAR
                       DISPLAY 'PARES DA FATIA '
                           WK-FATIA-NUM (WK-FATIA-IDX)
                           ' NAO FECHAM COM O CHECKPOINT FINAL'
                       MOVE 'S' TO WK-ABEND-FATIA
                   END-IF
               END-IF
           END-IF

           IF WK-ABEND-FATIA NOT EQUAL 'S'
               ADD WK-CONS-QTD-EMP TO WK-QTD-EMP-CASADAS
               ADD WK-CONS-QTD-PAR TO WK-QTD-PAR-CASADOS
               ADD WK-CONS-QTD-PAR TO WK-CONS-DESLOC-PAR
           END-IF
       .
       1330-COPIAR-CASADOS-FATIA-FIM.
           EXIT.
      *****************************************************************
      * COPIAR UMA EMPRESA CASADA DA FATIA, RENUMERANDO A POSICAO DO
      * SEU PRIMEIRO PAR NO ARQUIVO DE PARES DA RODADA
      *****************************************************************
       1331-COPIAR-EMPRESA-FATIA SECTION.
           READ CKPTEMPT
           IF WK-STATUS-CKPTEMPT NOT EQUAL 0
               IF WK-STATUS-CKPTEMPT NOT EQUAL 10
                   DISPLAY 'ERRO AO LER AS EMPRESAS DA FATIA'
                       WK-STATUS-CKPTEMPT
               END-IF
               MOVE 'S' TO WK-CONS-FIM-COPIA
           ELSE
               MOVE FL-CKPTEMPT-ARQ TO FL-CKPTEMP-ARQ
               ADD WK-CONS-DESLOC-PAR TO CKPT-E-INI-PAR
               WRITE FL-CKPTEMP-ARQ
               IF WK-STATUS-CKPTEMP NOT EQUAL 0
                   DISPLAY 'ERRO AO GRAVAR O CKPTEMP'
                       WK-STATUS-CKPTEMP
               END-IF
               ADD 1 TO WK-CONS-COPIADOS
           END-IF
       .
       1331-COPIAR-EMPRESA-FATIA-FIM.
           EXIT.
      *****************************************************************
      * COPIAR UM PAR CASADO DA FATIA
      *****************************************************************
       1332-COPIAR-PAR-FATIA SECTION.
           READ CKPTPART
           IF WK-STATUS-CKPTPART NOT EQUAL 0
               IF WK-STATUS-CKPTPART NOT EQUAL 10
                   DISPLAY 'ERRO AO LER OS PARES DA FATIA'
                       WK-STATUS-CKPTPART
               END-IF
               MOVE 'S' TO WK-CONS-FIM-COPIA
           ELSE
               MOVE FL-CKPTPART-ARQ TO FL-CKPTPAR-ARQ
               WRITE FL-CKPTPAR-ARQ
               IF WK-STATUS-CKPTPAR NOT EQUAL 0
                   DISPLAY 'ERRO AO GRAVAR O CKPTPAR'
                       WK-STATUS-CKPTPAR
               END-IF
               ADD 1 TO WK-CONS-COPIADOS
           END-IF
       .
       1332-COPIAR-PAR-FATIA-FIM.
           EXIT.
      *****************************************************************
      * ACRESCENTAR AS EXCECOES DA FATIA AS DA RODADA, SEM AS 3
      * LINHAS DE CABECALHO DA FATIA (O DA RODADA JA FOI GRAVADO)
      *****************************************************************
       1340-COPIAR-EXCECOES-FATIA SECTION.
           OPEN INPUT EXCECOES-TMP
           IF WK-STATUS-EXCTMP NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DAS EXCECOES DA FATIA '
                   WK-FATIA-NUM (WK-FATIA-IDX) ' ' WK-STATUS-EXCTMP
               MOVE 'S' TO WK-ABEND-FATIA
           ELSE
               MOVE ZEROS TO WK-CONS-LIN-CABEC
               MOVE 'N' TO WK-CONS-FIM-COPIA
               PERFORM 1341-COPIAR-EXCECAO-FATIA
                   UNTIL WK-CONS-FIM-COPIA EQUAL 'S'
               CLOSE EXCECOES-TMP
           END-IF
       .
       1340-COPIAR-EXCECOES-FATIA-FIM.
           EXIT.
      *****************************************************************
      * COPIAR UMA LINHA DE EXCECAO DA FATIA
      *****************************************************************
       1341-COPIAR-EXCECAO-FATIA SECTION.
           READ EXCECOES-TMP
           IF WK-STATUS-EXCTMP NOT EQUAL 0
               MOVE 'S' TO WK-CONS-FIM-COPIA
           ELSE
               IF FL-EXCECOES-TMP-ARQ NOT EQUAL SPACES
                   IF WK-CONS-LIN-CABEC < 3
                       ADD 1 TO WK-CONS-LIN-CABEC
                   ELSE
                       MOVE FL-EXCECOES-TMP-ARQ TO FL-EXCECOES-ARQ
                       PERFORM 2490-GRAVAR-LINHA-EXCECOES
                   END-IF
               END-IF
           END-IF
       .
       1341-COPIAR-EXCECAO-FATIA-FIM.
           EXIT.
      *****************************************************************
      * ACRESCENTAR OS REJEITADOS DA FATIA AOS DA RODADA, SEM AS 8
      * LINHAS DE CABECALHO E LEGENDA DA FATIA
      *****************************************************************
       1345-COPIAR-REJEITADOS-FATIA SECTION.
           OPEN INPUT REJEITADOS-TMP
           IF WK-STATUS-REJTMP NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DOS REJEITADOS DA FATIA '
                   WK-FATIA-NUM (WK-FATIA-IDX) ' ' WK-STATUS-REJTMP
               MOVE 'S' TO WK-ABEND-FATIA
           ELSE
               MOVE ZEROS TO WK-CONS-LIN-CABEC
               MOVE 'N' TO WK-CONS-FIM-COPIA
               PERFORM 1346-COPIAR-REJEITADO-FATIA
                   UNTIL WK-CONS-FIM-COPIA EQUAL 'S'
               CLOSE REJEITADOS-TMP
           END-IF
       .
       1345-COPIAR-REJEITADOS-FATIA-FIM.
           EXIT.
      *****************************************************************
      * COPIAR UMA LINHA DE REJEITADO DA FATIA
      *****************************************************************
       1346-COPIAR-REJEITADO-FATIA SECTION.
           READ REJEITADOS-TMP
           IF WK-STATUS-REJTMP NOT EQUAL 0
               MOVE 'S' TO WK-CONS-FIM-COPIA
           ELSE
               IF FL-REJEITADOS-TMP-ARQ NOT EQUAL SPACES
                   IF WK-CONS-LIN-CABEC < 8
                       ADD 1 TO WK-CONS-LIN-CABEC
                   ELSE
                       MOVE FL-REJEITADOS-TMP-ARQ TO FL-REJEITADOS-ARQ
                       PERFORM 2130-GRAVAR-LINHA-REJEITADOS
                   END-IF
               END-IF
           END-IF
       .
       1346-COPIAR-REJEITADO-FATIA-FIM.
           EXIT.
      *****************************************************************
      * PROCESSAR
      *****************************************************************
       2000-PROCESSAR SECTION.

           IF FUNCTION MOD (WK-CKPT-CNPJ-COMPLETOS WK-CKPT-INTERVALO)
                   EQUAL ZEROS
               MOVE WK-EMP-CNPJ TO WK-CKPT-POS-ULT-CNPJ
               MOVE WK-CKPT-CNPJ-COMPLETOS TO WK-CKPT-POS-CNPJ
               COMPUTE WK-CKPT-POS-SOCIOS = WK-TOT-SOCIOS-LIDOS - 1
               MOVE SPACES TO WK-CKPT-SITUACAO
               PERFORM 2450-GRAVAR-CHECKPOINT
           END-IF
       .
      * LIDAS DE CADA LISTA E AS CONTAGENS ATE ESSE PONTO. AS LINHAS
      * DOS CASADOS JA ESTAO NOS ARQUIVOS DE TRABALHO (GRAVADAS
      * CONTINUAMENTE PELO MATCH); AS CONTAGENS AQUI MARCAM ATE ONDE
      * ELES VALEM PARA UMA RETOMADA. A POSICAO VEM MONTADA DE 2400
      * (PERIODICO) OU DE 3000 (FINAL DA FATIA, SITUACAO 'F')
      *****************************************************************
       2450-GRAVAR-CHECKPOINT SECTION.
      * FECHAR E REABRIR OS ARQUIVOS DE TRABALHO DESCARREGA PARA O
           IF WK-STATUS-CKPT NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO CHECKPOINT' WK-STATUS-CKPT
           ELSE
               MOVE WK-CKPT-POS-ULT-CNPJ TO CKPT-ULT-CNPJ
               MOVE WK-CKPT-POS-CNPJ TO CKPT-REG-CNPJ
               MOVE WK-CKPT-POS-SOCIOS TO CKPT-REG-SOCIOS
               MOVE WK-TOT-LINHAS-CASADAS TO CKPT-REG-LINHAS
               MOVE WK-QTD-EMP-CASADAS TO CKPT-QTD-EMPRESAS
               MOVE WK-QTD-PAR-CASADOS TO CKPT-QTD-PARES
               MOVE WK-SEC-CONCENTRACAO TO CKPT-SEC-CONCENTR
               MOVE WK-SEC-STATUS TO CKPT-SEC-STATUS
               MOVE WK-SEC-REDE TO CKPT-SEC-REDE
               MOVE WK-PARTICAO TO CKPT-PARTICAO
               MOVE WK-CKPT-SITUACAO TO CKPT-SITUACAO
               WRITE FL-CKPT-ARQ
               IF WK-STATUS-CKPT NOT EQUAL 0
                   DISPLAY 'ERRO AO GRAVAR O CHECKPOINT' WK-STATUS-CKPT
               PERFORM 2310-FECHAR-EMPRESA-CASADA
           END-IF

      * A FATIA ENCERRA COM O CHECKPOINT FINAL - OS TOTAIS COMPLETOS
      * E A SITUACAO 'F' SAO O QUE A CONSOLIDACAO SOMA; O
      * DESCARREGAMENTO DE 2450 GARANTE OS CASADOS, EXCECOES E
      * REJEITADOS DA FATIA NO DISCO ANTES DA MARCA
           IF WK-PARTICAO NOT EQUAL SPACES
               MOVE WK-CHAVE-ANT-CNPJ TO WK-CKPT-POS-ULT-CNPJ
               MOVE WK-TOT-CNPJ-LIDOS TO WK-CKPT-POS-CNPJ
               MOVE WK-TOT-SOCIOS-LIDOS TO WK-CKPT-POS-SOCIOS
               MOVE 'F' TO WK-CKPT-SITUACAO
               PERFORM 2450-GRAVAR-CHECKPOINT
           END-IF

           CLOSE CKPTEMP
           IF WK-STATUS-CKPTEMP NOT EQUAL 0
               DISPLAY 'ERRO AO FECHAR O CKPTEMP' WK-STATUS-CKPTEMP
               DISPLAY 'ERRO AO FECHAR O CKPTPAR' WK-STATUS-CKPTPAR
           END-IF

           IF WK-PARTICAO EQUAL SPACES
               PERFORM 3005-GERAR-SAIDAS
           END-IF

           CLOSE LISTA-CNPJ
           IF WK-STATUS-E01 NOT EQUAL 0
               DISPLAY 'ERRO AO FECHAR O SOCIOS.txt' WK-STATUS-E02
           END-IF

           IF WK-PARTICAO EQUAL SPACES
               CLOSE RELATORIO
               IF WK-STATUS-S NOT EQUAL 0
                   DISPLAY 'ERRO AO FECHAR O RELATORIO.txt' WK-STATUS-S
               END-IF
           END-IF

           CLOSE EXCECOES
           MOVE ZEROS TO WK-AUD-RC
           PERFORM 3800-GRAVAR-AUDITORIA

           IF WK-PARTICAO NOT EQUAL SPACES
               DISPLAY 'Fatia ' WK-PARTICAO ' concluida.'
           ELSE
               DISPLAY 'Processo concluido.'
           END-IF

           STOP RUN
       .
       3000-FINALIZAR-FIM.
       EXIT.
      *****************************************************************
      * GERAR AS SAIDAS DA RODADA - SECOES DO RELATORIO, EXTRATO CSV,
      * EXTRATO DO MESTRE, INTERFACE E RODAPE, TODOS A PARTIR DOS
      * ARQUIVOS DE TRABALHO DOS CASADOS (NA CONSOLIDACAO, OS DAS
      * FATIAS JUNTADOS NA ORDEM DAS FAIXAS)
      *****************************************************************
       3005-GERAR-SAIDAS SECTION.
           IF WK-SEC-BLOCOS EQUAL 'S'
               PERFORM 3100-GERAR-BLOCO-EMPRESAS
           END-IF
           IF WK-SEC-FAIXAS EQUAL 'S'
               PERFORM 3200-GERAR-FAIXAS-TEMPO
           END-IF
           IF WK-SEC-CONCENTRACAO EQUAL 'S'
               PERFORM 3300-GERAR-CONCENTRACAO-SOCIETARIA
           END-IF
           IF WK-SEC-STATUS EQUAL 'S'
               PERFORM 3400-GERAR-STATUS-SOCIOS
           END-IF
           IF WK-SEC-REDE EQUAL 'S'
               PERFORM 3500-GERAR-REDE-SOCIETARIA
           END-IF
           PERFORM 3600-GERAR-EXTRATO-CSV
           PERFORM 3700-GRAVAR-MESTRE-EXTRATO
           PERFORM 3750-GERAR-ARQUIVO-INTERFACE-CORP
           PERFORM 3900-GERAR-RODAPE
       .
       3005-GERAR-SAIDAS-FIM.
       EXIT.
      *****************************************************************
      * ABORTAR O PROCESSAMENTO POR QUEBRA DE SEQUENCIA NA LEITURA
      * DAS LISTAS DE ENTRADA OU POR EMPRESA ACIMA DA CAPACIDADE DE
      * SOCIOS - NAO GERA AS SECOES DO RELATORIO SOBRE DADOS
               DISPLAY 'ERRO AO FECHAR O SOCIOS.txt' WK-STATUS-E02
           END-IF

           IF WK-PARTICAO EQUAL SPACES
               CLOSE RELATORIO
               IF WK-STATUS-S NOT EQUAL 0
                   DISPLAY 'ERRO AO FECHAR O RELATORIO.txt' WK-STATUS-S
               END-IF
           END-IF

           CLOSE EXCECOES
           END-IF


           EVALUATE TRUE
               WHEN WK-ABEND-CAP EQUAL 'S'
                   DISPLAY 'Processo ABORTADO por excesso de socios '
                       'em uma empresa - BALANCEMW.txt NAO foi '
                       'concluido.'
               WHEN WK-ABEND-FATIA EQUAL 'S'
                   DISPLAY 'Consolidacao ABORTADA por particao '
                       'invalida ou fatia nao concluida - '
                       'BALANCEMW.txt NAO foi concluido.'
               WHEN OTHER
                   DISPLAY 'Processo ABORTADO por quebra de sequencia '
                       'no arquivo de entrada - BALANCEMW.txt NAO foi '
                       'concluido.'
           END-EVALUATE

           MOVE 16 TO RETURN-CODE

      * DE EXECUCAO (E O CHECKPOINT DE RETOMADA QUANDO RESTART), OS
      * CAMINHOS EFETIVAMENTE RESOLVIDOS, OS TOTAIS DE CONTROLE E O
      * RETURN-CODE FINAL - CHAMADA TANTO NO ENCERRAMENTO NORMAL
      * QUANTO NO ABORTADO. A FATIA DE UMA RODADA PARTICIONADA NAO
      * GRAVA BLOCO: A RODADA INTEIRA E UMA EXECUCAO SO NA TRILHA,
      * REGISTRADA PELA CONSOLIDACAO
      *****************************************************************
       3800-GRAVAR-AUDITORIA SECTION.
           IF WK-PARTICAO EQUAL SPACES
               PERFORM 3810-GRAVAR-BLOCO-AUDITORIA
           END-IF
       .
       3800-GRAVAR-AUDITORIA-FIM.
       EXIT.
      *****************************************************************
      * GRAVAR O BLOCO DA EXECUCAO NA TRILHA DE AUDITORIA
      *****************************************************************
       3810-GRAVAR-BLOCO-AUDITORIA SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SYS FROM TIME
           MOVE WK-DATA-SYS TO WK-AUD-FIM-DATA
                   WRITE FL-AUDITORIA-ARQ AFTER ADVANCING 1 LINE
               END-IF

               IF WK-PARM-CONSOLIDAR EQUAL 'S'
                   MOVE SPACES TO FL-AUDITORIA-ARQ
                   STRING
                       'RODADA PARTICIONADA EM ' DELIMITED BY SIZE
                       WK-QTD-FATIAS             DELIMITED BY SIZE
                       ' FATIAS'                 DELIMITED BY SIZE
                       INTO FL-AUDITORIA-ARQ
                   END-STRING
                   WRITE FL-AUDITORIA-ARQ AFTER ADVANCING 1 LINE
                   PERFORM 3815-GRAVAR-FATIA-AUDITORIA
                       VARYING WK-FATIA-IDX FROM 1 BY 1
                       UNTIL WK-FATIA-IDX > WK-QTD-FATIAS
               END-IF

               MOVE SPACES TO FL-AUDITORIA-ARQ
               STRING
                   'LIDOS CNPJ='          DELIMITED BY SIZE
               CLOSE AUDITORIA
           END-IF
       .
       3810-GRAVAR-BLOCO-AUDITORIA-FIM.
       EXIT.
      *****************************************************************
      * GRAVAR NO BLOCO DA CONSOLIDACAO A LINHA DE UMA FATIA, COM A
      * FAIXA E OS CASADOS QUE ELA CONTRIBUIU
      *****************************************************************
       3815-GRAVAR-FATIA-AUDITORIA SECTION.
           MOVE SPACES TO FL-AUDITORIA-ARQ
           STRING
               'FATIA '                          DELIMITED BY SIZE
               WK-FATIA-NUM (WK-FATIA-IDX)       DELIMITED BY SIZE
               ' FAIXA='                         DELIMITED BY SIZE
               WK-FATIA-INI (WK-FATIA-IDX)       DELIMITED BY SIZE
               '-'                               DELIMITED BY SIZE
               WK-FATIA-FIM (WK-FATIA-IDX)       DELIMITED BY SIZE
               ' CASADOS='                       DELIMITED BY SIZE
               WK-FATIA-CASADOS (WK-FATIA-IDX)   DELIMITED BY SIZE
               INTO FL-AUDITORIA-ARQ
           END-STRING
           WRITE FL-AUDITORIA-ARQ AFTER ADVANCING 1 LINE
       .
       3815-GRAVAR-FATIA-AUDITORIA-FIM.
       EXIT.
      *****************************************************************
      * GERAR O RODAPE DE TOTAIS DE CONTROLE, ESCRITO NO RELATORIO.txt
