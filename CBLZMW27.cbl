       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW27.
      *****************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 11/09/2026
      * Purpose: Fechamento do ciclo da esteira - ultima etapa do
      *          CBLZMW13. Cada rodada sobrescreve o relatorio, o
      *          CSV, as excecoes, os rejeitados e a interface do
      *          CBLZMW06, o relatorio de movimentacao e os snapshots
      *          do CBLZMW07 e o par de entrada preparado pelo
      *          CBLZMW10; o fechamento arquiva cada um desses
      *          arquivos como uma geracao identificada pela data do
      *          ciclo e pelo numero da remessa (tirados do header
      *          da interface), registra no catalogo de geracoes os
      *          arquivos, as quantidades de registros e o maior
      *          RETURN-CODE das etapas da esteira, e expurga as
      *          geracoes antigas pela regra de retencao de cada
      *          tipo de arquivo (em dias, meses ou quantidade de
      *          geracoes; os defaults da tabela abaixo podem ser
      *          trocados pelo arquivo de retencao).
      *          Com RESTAURAR=AAAAMMDD-RRRRRR, devolve o par de
      *          entrada da geracao escolhida para as listas brutas
      *          e preparadas e os snapshots que serviram de base ao
      *          comparativo daquele ciclo (os da geracao anterior do
      *          catalogo), para reprocessar o ciclo pela esteira.
      *          RETURN-CODE: 0 = normal, 4 = arquivo do ciclo
      *          ausente, interface sem header ou linha de retencao
      *          desprezada, 8 = parametro invalido ou geracao nao
      *          disponivel para restauracao, 12 = erro de copia ou
      *          de gravacao do catalogo
      * Updates:
      * 110926 - Marcelo - Create Program
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Plano da esteira gravado pelo CBLZMW13 - fonte do
      * RETURN-CODE das etapas do ciclo
       SELECT PLANO ASSIGN TO DYNAMIC
           WK-PATH-PLANO
           FILE STATUS IS WK-STATUS-PLN.

      * Catalogo de geracoes - uma linha por arquivo arquivado,
      * acrescentado a cada fechamento e regravado no expurgo
       SELECT CATALOGO ASSIGN TO DYNAMIC
           WK-PATH-CATALOGO
           FILE STATUS IS WK-STATUS-CAT.

      * Regras de retencao por tipo de arquivo (opcional)
       SELECT RETENCAO ASSIGN TO DYNAMIC
           WK-PATH-RETENCAO
           FILE STATUS IS WK-STATUS-RTN.

      * Leitura de contagem dos arquivos do ciclo - arquivo de linha
      * (relatorios, CSV) ou registro fixo de 160 (interface), 96
      * (CNPJ.txt e snapshot de empresas) e 73 posicoes (SOCIOS.txt
      * e snapshot de socios), sempre no arquivo do ciclo corrente
       SELECT CONTA-LINHAS ASSIGN TO DYNAMIC
           WK-PATH-CONTAGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-CNT.

       SELECT CONTA-160 ASSIGN TO DYNAMIC
           WK-PATH-CONTAGEM
           FILE STATUS IS WK-STATUS-CNT.

       SELECT CONTA-096 ASSIGN TO DYNAMIC
           WK-PATH-CONTAGEM
           FILE STATUS IS WK-STATUS-CNT.

       SELECT CONTA-073 ASSIGN TO DYNAMIC
           WK-PATH-CONTAGEM
           FILE STATUS IS WK-STATUS-CNT.

       DATA DIVISION.
       FILE SECTION.

       FD PLANO RECORDING MODE IS F.
       01 FL-PLANO-ARQ PIC X(30).
       01 FILLER REDEFINES FL-PLANO-ARQ.
           05 PLN-ETAPA    PIC 9(02).
           05 PLN-PROGRAMA PIC X(08).
           05 PLN-STATUS   PIC X(10).
           05 PLN-RC       PIC 9(02).
           05 FILLER       PIC X(08).

      * Entrada do catalogo - geracao (data do ciclo e remessa),
      * data/hora do fechamento que a arquivou, tipo do arquivo,
      * maior RETURN-CODE das etapas do ciclo, quantidade de
      * registros, situacao (ATIVA, AUSENTE = arquivo nao existia no
      * fechamento, EXPURGAD = apagado pela retencao) e caminho da
      * copia arquivada
       FD CATALOGO RECORDING MODE IS F.
       01 FL-CATALOGO-ARQ.
           05 CAT-DATA-CICLO    PIC 9(08).
           05 CAT-REMESSA       PIC 9(06).
           05 CAT-DATA-FECHAM   PIC 9(08).
           05 CAT-HORA-FECHAM   PIC 9(06).
           05 CAT-TIPO          PIC X(03).
           05 CAT-RC            PIC 9(02).
           05 CAT-QTD-REG       PIC 9(09).
           05 CAT-SITUACAO      PIC X(08).
           05 CAT-PATH          PIC X(100).
           05 FILLER            PIC X(20).
       01 FILLER REDEFINES FL-CATALOGO-ARQ.
           05 CAT-GERACAO       PIC X(14).
           05 FILLER            PIC X(156).

      * Regra de retencao - tipo do arquivo (REL, CSV, EXC, REJ, INT,
      * MOV, CNP, SOC, SNC, SNS), unidade (D = dias, M = meses, G =
      * geracoes) e quantidade mantida
       FD RETENCAO RECORDING MODE IS F.
       01 FL-RETENCAO-ARQ PIC X(80).
       01 FILLER REDEFINES FL-RETENCAO-ARQ.
           05 RTN-TIPO          PIC X(03).
           05 RTN-UNIDADE       PIC X(01).
           05 RTN-QTD           PIC 9(03).
           05 FILLER            PIC X(73).

       FD CONTA-LINHAS.
       01 FL-CONTA-LINHAS-ARQ PIC X(300).

       FD CONTA-160 RECORDING MODE IS F.
       01 FL-CONTA-160-ARQ PIC X(160).
       01 INT-REG-HEADER REDEFINES FL-CONTA-160-ARQ.
           05 INT-H-TIPO        PIC X(01).
           05 INT-H-IDENT       PIC X(10).
           05 INT-H-DATA        PIC 9(08).
           05 INT-H-HORA        PIC 9(06).
           05 INT-H-REMESSA     PIC 9(06).
           05 FILLER            PIC X(129).

       FD CONTA-096 RECORDING MODE IS F.
       01 FL-CONTA-096-ARQ PIC X(96).

       FD CONTA-073 RECORDING MODE IS F.
       01 FL-CONTA-073-ARQ PIC X(73).

       WORKING-STORAGE SECTION.
      * Definicao das variaveis de apoio (STATUS e FIM)
       01 WK-STATUS-PLN PIC 9(02) VALUE 0.
       01 WK-STATUS-CAT PIC 9(02) VALUE 0.
       01 WK-STATUS-RTN PIC 9(02) VALUE 0.
       01 WK-STATUS-CNT PIC 9(02) VALUE 0.
       01 WK-FIM-PLANO     PIC X(01) VALUE 'N'.
       01 WK-FIM-CATALOGO  PIC X(01) VALUE 'N'.
       01 WK-FIM-RETENCAO  PIC X(01) VALUE 'N'.
       01 WK-FIM-CONTAGEM  PIC X(01) VALUE 'N'.
       01 WK-ERRO-COPIA    PIC X(01) VALUE 'N'.
       01 WK-GER-JA-EXISTE PIC X(01) VALUE 'N'.

      * Caminhos - valores default abaixo, substituidos por BLPLANO,
      * BLGERCAT, BLRETENC e BLGERDIR (diretorio das geracoes)
      * quando as variaveis de ambiente existirem
       01 WK-PATH-PLANO     PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_PLN.txt'.
       01 WK-PATH-CATALOGO  PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_GER.txt'.
       01 WK-PATH-RETENCAO  PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_RTC.txt'.
       01 WK-DIR-GERACOES   PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\'.
       01 WK-PATH-CNPJ-BRUTO   PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\CNPJ_BRUTO.txt'.
       01 WK-PATH-SOCIOS-BRUTO PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\SOCIOS_BRUTO.txt'.
       01 WK-PATH-CONTAGEM  PIC X(100) VALUE SPACES.
       01 WK-ENV-VALOR      PIC X(100) VALUE SPACES.

      * Tabela dos tipos de arquivo arquivados a cada ciclo - cada
      * entrada traz o tipo, a variavel de ambiente do caminho (a
      * mesma do programa que grava o arquivo), a forma de contar os
      * registros (LIN = linhas, ou o tamanho do registro fixo), a
      * extensao da copia e a regra de retencao default (unidade e
      * quantidade)
       01 WK-QTD-TIPOS PIC 9(02) VALUE 10.
       01 WK-TAB-TIPOS-TXT.
           05 FILLER PIC X(22) VALUE 'RELBLRELAT LIN.txtM013'.
           05 FILLER PIC X(22) VALUE 'CSVBLCSV   LIN.csvD090'.
           05 FILLER PIC X(22) VALUE 'EXCBLEXCEC LIN.txtM013'.
           05 FILLER PIC X(22) VALUE 'REJBLREJ   LIN.txtM013'.
           05 FILLER PIC X(22) VALUE 'INTBLINTF  160.txtM013'.
           05 FILLER PIC X(22) VALUE 'MOVBLMOVIM LIN.txtM013'.
           05 FILLER PIC X(22) VALUE 'CNPBLCNPJ  096.txtM013'.
           05 FILLER PIC X(22) VALUE 'SOCBLSOCIO 073.txtM013'.
           05 FILLER PIC X(22) VALUE 'SNCBLSNAPC 096.txtM013'.
           05 FILLER PIC X(22) VALUE 'SNSBLSNAPS 073.txtM013'.
       01 FILLER REDEFINES WK-TAB-TIPOS-TXT.
           05 WK-TIPO OCCURS 10 TIMES.
               10 WK-TIPO-COD      PIC X(03).
               10 WK-TIPO-ENV      PIC X(08).
               10 WK-TIPO-CONTAGEM PIC X(03).
               10 WK-TIPO-EXT      PIC X(04).
               10 WK-TIPO-UNIDADE  PIC X(01).
               10 WK-TIPO-QTD-RET  PIC 9(03).

      * Caminhos default dos arquivos do ciclo, na ordem da tabela
       01 WK-TAB-CAMINHOS-TXT.
           05 FILLER PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW.txt'.
           05 FILLER PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW.csv'.
           05 FILLER PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_EXC.txt'.
           05 FILLER PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_REJ.txt'.
           05 FILLER PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_INT.txt'.
           05 FILLER PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_MOV.txt'.
           05 FILLER PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\CNPJ.txt'.
           05 FILLER PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\SOCIOS.txt'.
           05 FILLER PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\SNAPCNPJ.txt'.
           05 FILLER PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\SNAPSOC.txt'.
       01 FILLER REDEFINES WK-TAB-CAMINHOS-TXT.
           05 WK-TIPO-PATH PIC X(100) OCCURS 10 TIMES.

      * Situacao de cada tipo no fechamento corrente e apoio do
      * expurgo (data limite da retencao, geracoes ativas e
      * quantas delas sobram para expurgar na regra por geracoes)
       01 WK-TAB-SITUACAO.
           05 WK-SIT-TIPO OCCURS 10 TIMES.
               10 WK-TIPO-DESTINO    PIC X(100).
               10 WK-TIPO-SITUACAO   PIC X(08).
               10 WK-TIPO-QTD-REG    PIC 9(09).
               10 WK-TIPO-LIMITE     PIC 9(08).
               10 WK-TIPO-ATIVAS     PIC 9(05).
               10 WK-TIPO-EXPURGAR   PIC 9(05).
               10 WK-TIPO-EXPURGADAS PIC 9(05).

       01 WK-TIPO-IDX   PIC 9(02) VALUE ZEROS.
       01 WK-TIPO-ACHOU PIC 9(02) VALUE ZEROS.

      * Parametros de execucao (informados na linha de comando)
       01 WK-PARM-EXECUCAO      PIC X(100) VALUE SPACES.
       01 WK-PARM-TOKEN         PIC X(40) OCCURS 2 TIMES.
       01 WK-PARM-IDX           PIC 9(01) VALUE ZEROS.
       01 WK-PARM-RESTAURAR     PIC X(01) VALUE 'N'.

      * Geracao do ciclo (data do ciclo + remessa da interface) e
      * maior RETURN-CODE das etapas da esteira
       01 WK-GERACAO.
           05 WK-GER-DATA       PIC 9(08) VALUE ZEROS.
           05 WK-GER-REMESSA    PIC 9(06) VALUE ZEROS.
       01 WK-RC-CICLO           PIC 9(02) VALUE ZEROS.
       01 WK-RC-PROGRAMA        PIC 9(02) VALUE ZEROS.

      * Restauracao - geracao escolhida, geracao anterior a ela no
      * catalogo e os caminhos das copias encontradas
       01 WK-REST-GERACAO.
           05 WK-REST-DATA      PIC 9(08) VALUE ZEROS.
           05 WK-REST-REMESSA   PIC 9(06) VALUE ZEROS.
       01 WK-REST-ACHOU         PIC X(01) VALUE 'N'.
       01 WK-ANT-GERACAO        PIC X(14) VALUE ZEROS.
       01 WK-REST-PATH-CNP      PIC X(100) VALUE SPACES.
       01 WK-REST-PATH-SOC      PIC X(100) VALUE SPACES.
       01 WK-ANT-PATH-SNC       PIC X(100) VALUE SPACES.
       01 WK-ANT-PATH-SNS       PIC X(100) VALUE SPACES.

      * Copia de arquivo - origem, destino e retorno da rotina
       01 WK-COPIA-ORIGEM       PIC X(100) VALUE SPACES.
       01 WK-COPIA-DESTINO      PIC X(100) VALUE SPACES.
       01 WK-RC-ROTINA          PIC S9(09) VALUE ZEROS.

      * Datas do sistema e apoio do calculo das datas limite
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

       01 WK-DATA-LIMITE.
           02 WK-LIM-ANO   PIC 9(04) VALUE 0.
           02 WK-LIM-MES   PIC 9(02) VALUE 0.
           02 WK-LIM-DIA   PIC 9(02) VALUE 0.
       01 WK-DATA-LIMITE-N REDEFINES WK-DATA-LIMITE PIC 9(08).
       01 WK-MESES-ABS     PIC 9(06) VALUE ZEROS.

      * Contadores do fechamento
       01 WK-QTD-ARQUIVADOS PIC 9(02) VALUE ZEROS.
       01 WK-QTD-AUSENTES   PIC 9(02) VALUE ZEROS.
       01 WK-QTD-EXPURGADAS PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR

           IF WK-PARM-RESTAURAR EQUAL 'S'
               PERFORM 4000-RESTAURAR-GERACAO
           ELSE
               PERFORM 2000-ARQUIVAR-CICLO
               PERFORM 3000-EXPURGAR-GERACOES
           END-IF

           PERFORM 9000-FINALIZAR
       .
      *****************************************************************
      * INICIALIZAR - DATA/HORA, CAMINHOS E PARAMETROS
      *****************************************************************
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SYS FROM TIME

           PERFORM 1045-RESOLVER-PARAMETROS-ARQUIVO.
           PERFORM 1050-VERIFICAR-PARAMETRO-EXECUCAO.
       .
       1000-INICIALIZAR-FIM.
           EXIT.
      *****************************************************************
      * RESOLVER OS CAMINHOS DE ARQUIVO A PARTIR DE VARIAVEIS DE
      * AMBIENTE, QUANDO INFORMADAS, MANTENDO OS DEFAULTS ACIMA
      * QUANDO A VARIAVEL NAO EXISTIR NO AMBIENTE DE EXECUCAO
      *****************************************************************
       1045-RESOLVER-PARAMETROS-ARQUIVO SECTION.
           DISPLAY 'BLPLANO' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-PLANO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLGERCAT' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-CATALOGO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLRETENC' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-RETENCAO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLGERDIR' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-DIR-GERACOES
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLCNPJBRU' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-CNPJ-BRUTO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLSOCIOBRU' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-SOCIOS-BRUTO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           PERFORM 1046-RESOLVER-CAMINHO-TIPO
               VARYING WK-TIPO-IDX FROM 1 BY 1
               UNTIL WK-TIPO-IDX > WK-QTD-TIPOS
       .
       1045-RESOLVER-PARAMETROS-ARQUIVO-FIM.
           EXIT.
      *****************************************************************
      * RESOLVER O CAMINHO DO ARQUIVO DO CICLO DE UM TIPO PELA
      * VARIAVEL DE AMBIENTE DO PROGRAMA QUE O GRAVA
      *****************************************************************
       1046-RESOLVER-CAMINHO-TIPO SECTION.
           DISPLAY WK-TIPO-ENV (WK-TIPO-IDX) UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-TIPO-PATH (WK-TIPO-IDX)
           END-IF
           MOVE SPACES TO WK-ENV-VALOR
       .
       1046-RESOLVER-CAMINHO-TIPO-FIM.
           EXIT.
      *****************************************************************
      * VERIFICAR OS PARAMETROS DE EXECUCAO - SEM PARAMETRO E O
      * FECHAMENTO DO CICLO; RESTAURAR=AAAAMMDD-RRRRRR RESTAURA A
      * GERACAO DA DATA DO CICLO E REMESSA INFORMADAS
      *****************************************************************
       1050-VERIFICAR-PARAMETRO-EXECUCAO SECTION.
           ACCEPT WK-PARM-EXECUCAO FROM COMMAND-LINE

      * CAMPOS NAO PREENCHIDOS PELO UNSTRING FICAM COMO ESTAVAM -
      * PRECISAM COMECAR EM BRANCOS PARA O TESTE DE TOKEN VAZIO
           MOVE SPACES TO WK-PARM-TOKEN (1)
           MOVE SPACES TO WK-PARM-TOKEN (2)

           UNSTRING WK-PARM-EXECUCAO
               DELIMITED BY ALL ' '
               INTO WK-PARM-TOKEN (1)
                    WK-PARM-TOKEN (2)
           END-UNSTRING

           PERFORM 1055-TRATAR-PARAMETRO
               VARYING WK-PARM-IDX FROM 1 BY 1
               UNTIL WK-PARM-IDX > 2
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
               WHEN WK-PARM-TOKEN (WK-PARM-IDX) (1:10) EQUAL
                   'RESTAURAR='
                   IF WK-PARM-TOKEN (WK-PARM-IDX) (11:8) NUMERIC
                       AND WK-PARM-TOKEN (WK-PARM-IDX) (19:1)
                           EQUAL '-'
                       AND WK-PARM-TOKEN (WK-PARM-IDX) (20:6)
                           NUMERIC
                       AND WK-PARM-TOKEN (WK-PARM-IDX) (26:1)
                           EQUAL SPACE
                       MOVE 'S' TO WK-PARM-RESTAURAR
                       MOVE WK-PARM-TOKEN (WK-PARM-IDX) (11:8)
                           TO WK-REST-DATA
                       MOVE WK-PARM-TOKEN (WK-PARM-IDX) (20:6)
                           TO WK-REST-REMESSA
                   ELSE
                       DISPLAY 'PARAMETRO RESTAURAR MAL FORMADO - '
                           'USAR RESTAURAR=AAAAMMDD-RRRRRR'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
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
      * ARQUIVAR O CICLO - IDENTIFICA A GERACAO, COPIA CADA ARQUIVO
      * DO CICLO PARA A SUA COPIA DATADA E REGISTRA TODAS NO
      * CATALOGO. O CATALOGO SO RECEBE A GERACAO QUANDO TODAS AS
      * COPIAS DERAM CERTO - UM FECHAMENTO REEXECUTADO DEPOIS DE UMA
      * FALHA REFAZ AS COPIAS, E UMA GERACAO JA CATALOGADA NAO E
      * ARQUIVADA DE NOVO
      *****************************************************************
       2000-ARQUIVAR-CICLO SECTION.
           PERFORM 2010-APURAR-RC-CICLO
           PERFORM 2020-IDENTIFICAR-GERACAO
           PERFORM 2030-PROCURAR-GERACAO

           IF WK-GER-JA-EXISTE EQUAL 'S'
               DISPLAY 'GERACAO ' WK-GER-DATA '-' WK-GER-REMESSA
                   ' JA ARQUIVADA NO CATALOGO - NADA A ARQUIVAR'
           ELSE
               PERFORM 2100-ARQUIVAR-TIPO
                   VARYING WK-TIPO-IDX FROM 1 BY 1
                   UNTIL WK-TIPO-IDX > WK-QTD-TIPOS
                       OR WK-ERRO-COPIA EQUAL 'S'

               IF WK-ERRO-COPIA EQUAL 'S'
                   DISPLAY 'FECHAMENTO INTERROMPIDO - GERACAO NAO '
                       'CATALOGADA'
                   MOVE 12 TO WK-RC-PROGRAMA
               ELSE
                   PERFORM 2200-CATALOGAR-GERACAO
               END-IF
           END-IF
       .
       2000-ARQUIVAR-CICLO-FIM.
           EXIT.
      *****************************************************************
      * APURAR O RETURN-CODE DO CICLO - O MAIOR RC GRAVADO NO PLANO
      * PELAS ETAPAS DA ESTEIRA (A LINHA DO PROPRIO FECHAMENTO AINDA
      * ESTA PENDENTE E NAO CONTA)
      *****************************************************************
       2010-APURAR-RC-CICLO SECTION.
           MOVE ZEROS TO WK-RC-CICLO

           OPEN INPUT PLANO
           IF WK-STATUS-PLN NOT EQUAL 0
               DISPLAY 'PLANO DA ESTEIRA NAO ENCONTRADO - RC DO CICLO '
                   'REGISTRADO COMO 00'
           ELSE
               MOVE 'N' TO WK-FIM-PLANO
               PERFORM 2011-LER-ETAPA-PLANO
                   UNTIL WK-FIM-PLANO EQUAL 'S'
               CLOSE PLANO
           END-IF
       .
       2010-APURAR-RC-CICLO-FIM.
           EXIT.
      *****************************************************************
      * LER UMA LINHA DO PLANO E GUARDAR O MAIOR RC
      *****************************************************************
       2011-LER-ETAPA-PLANO SECTION.
           READ PLANO

           IF WK-STATUS-PLN NOT EQUAL 0
               MOVE 'S' TO WK-FIM-PLANO
           ELSE
               IF PLN-PROGRAMA NOT EQUAL 'CBLZMW27'
                   AND PLN-RC NUMERIC
                   AND PLN-RC > WK-RC-CICLO
                   MOVE PLN-RC TO WK-RC-CICLO
               END-IF
           END-IF
       .
       2011-LER-ETAPA-PLANO-FIM.
           EXIT.
      *****************************************************************
      * IDENTIFICAR A GERACAO PELO HEADER DA INTERFACE (DATA DA
      * RODADA DO BALANCE LINE E NUMERO DA REMESSA) - SEM HEADER, A
      * GERACAO FICA COM A DATA DO SISTEMA E A REMESSA ZERO
      *****************************************************************
       2020-IDENTIFICAR-GERACAO SECTION.
           MOVE WK-DATA-SYS-N TO WK-GER-DATA
           MOVE ZEROS TO WK-GER-REMESSA

           MOVE WK-TIPO-PATH (5) TO WK-PATH-CONTAGEM
           OPEN INPUT CONTA-160
           IF WK-STATUS-CNT NOT EQUAL 0
               DISPLAY 'INTERFACE DO CICLO NAO ENCONTRADA - GERACAO '
                   'DATADA PELO SISTEMA, SEM REMESSA'
               PERFORM 9100-SINALIZAR-AVISO
           ELSE
               READ CONTA-160
               IF WK-STATUS-CNT EQUAL 0
                   AND INT-H-TIPO EQUAL 'H'
                   AND INT-H-DATA NUMERIC
                   AND INT-H-REMESSA NUMERIC
                   MOVE INT-H-DATA TO WK-GER-DATA
                   MOVE INT-H-REMESSA TO WK-GER-REMESSA
               ELSE
                   DISPLAY 'INTERFACE DO CICLO SEM HEADER - GERACAO '
                       'DATADA PELO SISTEMA, SEM REMESSA'
                   PERFORM 9100-SINALIZAR-AVISO
               END-IF
               CLOSE CONTA-160
           END-IF

           DISPLAY 'FECHAMENTO DA GERACAO ' WK-GER-DATA '-'
               WK-GER-REMESSA ' - RC DO CICLO ' WK-RC-CICLO
       .
       2020-IDENTIFICAR-GERACAO-FIM.
           EXIT.
      *****************************************************************
      * PROCURAR A GERACAO NO CATALOGO (CATALOGO AINDA INEXISTENTE
      * E O PRIMEIRO FECHAMENTO)
      *****************************************************************
       2030-PROCURAR-GERACAO SECTION.
           MOVE 'N' TO WK-GER-JA-EXISTE

           OPEN INPUT CATALOGO
           IF WK-STATUS-CAT EQUAL 0
               MOVE 'N' TO WK-FIM-CATALOGO
               PERFORM 2031-LER-CATALOGO-GERACAO
                   UNTIL WK-FIM-CATALOGO EQUAL 'S'
               CLOSE CATALOGO
           END-IF
       .
       2030-PROCURAR-GERACAO-FIM.
           EXIT.
      *****************************************************************
      * LER UMA ENTRADA DO CATALOGO PROCURANDO A GERACAO DO CICLO
      *****************************************************************
       2031-LER-CATALOGO-GERACAO SECTION.
           READ CATALOGO

           IF WK-STATUS-CAT NOT EQUAL 0
               MOVE 'S' TO WK-FIM-CATALOGO
           ELSE
               IF CAT-GERACAO EQUAL WK-GERACAO
                   MOVE 'S' TO WK-GER-JA-EXISTE
                   MOVE 'S' TO WK-FIM-CATALOGO
               END-IF
           END-IF
       .
       2031-LER-CATALOGO-GERACAO-FIM.
           EXIT.
      *****************************************************************
      * ARQUIVAR UM TIPO DE ARQUIVO DO CICLO - CONTA OS REGISTROS DO
      * ARQUIVO CORRENTE E COPIA-O, BYTE A BYTE, PARA A COPIA DATADA
      * BALANCEMW_<TIPO>_<AAAAMMDD>_<REMESSA> NO DIRETORIO DAS
      * GERACOES; ARQUIVO AUSENTE FICA REGISTRADO COMO TAL
      *****************************************************************
       2100-ARQUIVAR-TIPO SECTION.
           MOVE SPACES TO WK-TIPO-DESTINO (WK-TIPO-IDX)
           STRING
               WK-DIR-GERACOES             DELIMITED BY SPACE
               'BALANCEMW_'                DELIMITED BY SIZE
               WK-TIPO-COD (WK-TIPO-IDX)   DELIMITED BY SIZE
               '_'                         DELIMITED BY SIZE
               WK-GER-DATA                 DELIMITED BY SIZE
               '_'                         DELIMITED BY SIZE
               WK-GER-REMESSA              DELIMITED BY SIZE
               WK-TIPO-EXT (WK-TIPO-IDX)   DELIMITED BY SIZE
               INTO WK-TIPO-DESTINO (WK-TIPO-IDX)
           END-STRING

           MOVE WK-TIPO-PATH (WK-TIPO-IDX) TO WK-PATH-CONTAGEM
           PERFORM 2110-CONTAR-REGISTROS

           IF WK-TIPO-SITUACAO (WK-TIPO-IDX) EQUAL 'AUSENTE'
               ADD 1 TO WK-QTD-AUSENTES
               PERFORM 9100-SINALIZAR-AVISO
               DISPLAY 'ARQUIVO ' WK-TIPO-COD (WK-TIPO-IDX)
                   ' AUSENTE NO CICLO: '
                   WK-TIPO-PATH (WK-TIPO-IDX)
           ELSE
               MOVE WK-TIPO-PATH (WK-TIPO-IDX) TO WK-COPIA-ORIGEM
               MOVE WK-TIPO-DESTINO (WK-TIPO-IDX) TO WK-COPIA-DESTINO
               PERFORM 8000-COPIAR-ARQUIVO
               IF WK-ERRO-COPIA NOT EQUAL 'S'
                   ADD 1 TO WK-QTD-ARQUIVADOS
                   DISPLAY 'ARQUIVADO ' WK-TIPO-COD (WK-TIPO-IDX)
                       ' - ' WK-TIPO-QTD-REG (WK-TIPO-IDX)
                       ' REGISTROS'
               END-IF
           END-IF
       .
       2100-ARQUIVAR-TIPO-FIM.
           EXIT.
      *****************************************************************
      * CONTAR OS REGISTROS DO ARQUIVO EM WK-PATH-CONTAGEM PELA
      * FORMA DO TIPO CORRENTE (LINHAS OU REGISTRO FIXO)
      *****************************************************************
       2110-CONTAR-REGISTROS SECTION.
           MOVE ZEROS TO WK-TIPO-QTD-REG (WK-TIPO-IDX)
           MOVE 'ATIVA' TO WK-TIPO-SITUACAO (WK-TIPO-IDX)
           MOVE 'N' TO WK-FIM-CONTAGEM

           EVALUATE WK-TIPO-CONTAGEM (WK-TIPO-IDX)
               WHEN 'LIN'
                   OPEN INPUT CONTA-LINHAS
               WHEN '160'
                   OPEN INPUT CONTA-160
               WHEN '096'
                   OPEN INPUT CONTA-096
               WHEN OTHER
                   OPEN INPUT CONTA-073
           END-EVALUATE

           IF WK-STATUS-CNT NOT EQUAL 0
               MOVE 'AUSENTE' TO WK-TIPO-SITUACAO (WK-TIPO-IDX)
           ELSE
               PERFORM 2111-LER-REGISTRO-CONTAGEM
                   UNTIL WK-FIM-CONTAGEM EQUAL 'S'
               EVALUATE WK-TIPO-CONTAGEM (WK-TIPO-IDX)
                   WHEN 'LIN'
                       CLOSE CONTA-LINHAS
                   WHEN '160'
                       CLOSE CONTA-160
                   WHEN '096'
                       CLOSE CONTA-096
                   WHEN OTHER
                       CLOSE CONTA-073
               END-EVALUATE
           END-IF
       .
       2110-CONTAR-REGISTROS-FIM.
           EXIT.
      *****************************************************************
      * LER UM REGISTRO DO ARQUIVO EM CONTAGEM
      *****************************************************************
       2111-LER-REGISTRO-CONTAGEM SECTION.
           EVALUATE WK-TIPO-CONTAGEM (WK-TIPO-IDX)
               WHEN 'LIN'
                   READ CONTA-LINHAS
               WHEN '160'
                   READ CONTA-160
               WHEN '096'
                   READ CONTA-096
               WHEN OTHER
                   READ CONTA-073
           END-EVALUATE

           IF WK-STATUS-CNT NOT EQUAL 0
               MOVE 'S' TO WK-FIM-CONTAGEM
           ELSE
               ADD 1 TO WK-TIPO-QTD-REG (WK-TIPO-IDX)
           END-IF
       .
       2111-LER-REGISTRO-CONTAGEM-FIM.
           EXIT.
      *****************************************************************
      * CATALOGAR A GERACAO - UMA ENTRADA POR TIPO DE ARQUIVO, COM A
      * DATA/HORA DO FECHAMENTO E O RC DO CICLO
      *****************************************************************
       2200-CATALOGAR-GERACAO SECTION.
           OPEN EXTEND CATALOGO
           IF WK-STATUS-CAT EQUAL 35
               OPEN OUTPUT CATALOGO
           END-IF
           IF WK-STATUS-CAT NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO CATALOGO DE GERACOES '
                   WK-STATUS-CAT
               MOVE 12 TO WK-RC-PROGRAMA
           ELSE
               PERFORM 2210-GRAVAR-ENTRADA-CATALOGO
                   VARYING WK-TIPO-IDX FROM 1 BY 1
                   UNTIL WK-TIPO-IDX > WK-QTD-TIPOS
               CLOSE CATALOGO
               DISPLAY 'GERACAO ' WK-GER-DATA '-' WK-GER-REMESSA
                   ' CATALOGADA - ' WK-QTD-ARQUIVADOS ' ARQUIVOS, '
                   WK-QTD-AUSENTES ' AUSENTES'
           END-IF
       .
       2200-CATALOGAR-GERACAO-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR A ENTRADA DE UM TIPO NO CATALOGO
      *****************************************************************
       2210-GRAVAR-ENTRADA-CATALOGO SECTION.
           MOVE SPACES TO FL-CATALOGO-ARQ
           MOVE WK-GER-DATA TO CAT-DATA-CICLO
           MOVE WK-GER-REMESSA TO CAT-REMESSA
           MOVE WK-DATA-SYS-N TO CAT-DATA-FECHAM
           MOVE WK-HORA-SYS (1:6) TO CAT-HORA-FECHAM
           MOVE WK-TIPO-COD (WK-TIPO-IDX) TO CAT-TIPO
           MOVE WK-RC-CICLO TO CAT-RC
           MOVE WK-TIPO-QTD-REG (WK-TIPO-IDX) TO CAT-QTD-REG
           MOVE WK-TIPO-SITUACAO (WK-TIPO-IDX) TO CAT-SITUACAO
           IF WK-TIPO-SITUACAO (WK-TIPO-IDX) EQUAL 'ATIVA'
               MOVE WK-TIPO-DESTINO (WK-TIPO-IDX) TO CAT-PATH
           ELSE
               MOVE WK-TIPO-PATH (WK-TIPO-IDX) TO CAT-PATH
           END-IF
           WRITE FL-CATALOGO-ARQ
           IF WK-STATUS-CAT NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR O CATALOGO DE GERACOES '
                   WK-STATUS-CAT
               MOVE 12 TO WK-RC-PROGRAMA
           END-IF
       .
       2210-GRAVAR-ENTRADA-CATALOGO-FIM.
           EXIT.
      *****************************************************************
      * EXPURGAR AS GERACOES ANTIGAS - CARREGA AS REGRAS DE
      * RETENCAO, CALCULA A DATA LIMITE DE CADA TIPO (OU, NA REGRA
      * POR GERACOES, QUANTAS SOBRAM ALEM DAS MANTIDAS) E PERCORRE O
      * CATALOGO APAGANDO AS COPIAS VENCIDAS E MARCANDO-AS EXPURGAD.
      * A GERACAO DO CICLO CORRENTE NUNCA E EXPURGADA
      *****************************************************************
       3000-EXPURGAR-GERACOES SECTION.
           PERFORM 3010-CARREGAR-RETENCAO

           PERFORM 3020-CALCULAR-LIMITE-TIPO
               VARYING WK-TIPO-IDX FROM 1 BY 1
               UNTIL WK-TIPO-IDX > WK-QTD-TIPOS

           OPEN INPUT CATALOGO
           IF WK-STATUS-CAT NOT EQUAL 0
               DISPLAY 'CATALOGO DE GERACOES VAZIO - NADA A EXPURGAR'
           ELSE
               MOVE 'N' TO WK-FIM-CATALOGO
               PERFORM 3030-CONTAR-GERACAO-ATIVA
                   UNTIL WK-FIM-CATALOGO EQUAL 'S'
               CLOSE CATALOGO

               PERFORM 3040-APURAR-EXCESSO-TIPO
                   VARYING WK-TIPO-IDX FROM 1 BY 1
                   UNTIL WK-TIPO-IDX > WK-QTD-TIPOS

               OPEN I-O CATALOGO
               IF WK-STATUS-CAT NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DO CATALOGO PARA O '
                       'EXPURGO ' WK-STATUS-CAT
                   MOVE 12 TO WK-RC-PROGRAMA
               ELSE
                   MOVE 'N' TO WK-FIM-CATALOGO
                   PERFORM 3100-EXPURGAR-ENTRADA
                       UNTIL WK-FIM-CATALOGO EQUAL 'S'
                   CLOSE CATALOGO
               END-IF

               PERFORM 3200-MOSTRAR-EXPURGO-TIPO
                   VARYING WK-TIPO-IDX FROM 1 BY 1
                   UNTIL WK-TIPO-IDX > WK-QTD-TIPOS
               DISPLAY 'EXPURGO CONCLUIDO - ' WK-QTD-EXPURGADAS
                   ' COPIAS APAGADAS'
           END-IF
       .
       3000-EXPURGAR-GERACOES-FIM.
           EXIT.
      *****************************************************************
      * CARREGAR AS REGRAS DE RETENCAO DO ARQUIVO (OPCIONAL) - CADA
      * LINHA VALIDA SUBSTITUI O DEFAULT DO SEU TIPO; LINHA INVALIDA
      * E DESPREZADA COM AVISO
      *****************************************************************
       3010-CARREGAR-RETENCAO SECTION.
           OPEN INPUT RETENCAO
           IF WK-STATUS-RTN EQUAL 0
               MOVE 'N' TO WK-FIM-RETENCAO
               PERFORM 3011-LER-REGRA-RETENCAO
                   UNTIL WK-FIM-RETENCAO EQUAL 'S'
               CLOSE RETENCAO
           END-IF
       .
       3010-CARREGAR-RETENCAO-FIM.
           EXIT.
      *****************************************************************
      * LER E APLICAR UMA REGRA DE RETENCAO
      *****************************************************************
       3011-LER-REGRA-RETENCAO SECTION.
           READ RETENCAO

           IF WK-STATUS-RTN NOT EQUAL 0
               MOVE 'S' TO WK-FIM-RETENCAO
           ELSE
               IF FL-RETENCAO-ARQ NOT EQUAL SPACES
                   MOVE ZEROS TO WK-TIPO-ACHOU
                   PERFORM 3012-PROCURAR-TIPO
                       VARYING WK-TIPO-IDX FROM 1 BY 1
                       UNTIL WK-TIPO-IDX > WK-QTD-TIPOS
                   IF WK-TIPO-ACHOU EQUAL ZEROS
                       OR (RTN-UNIDADE NOT EQUAL 'D'
                           AND RTN-UNIDADE NOT EQUAL 'M'
                           AND RTN-UNIDADE NOT EQUAL 'G')
                       OR RTN-QTD NOT NUMERIC
                       OR RTN-QTD EQUAL ZEROS
                       DISPLAY 'REGRA DE RETENCAO DESPREZADA: '
                           FL-RETENCAO-ARQ (1:7)
                       PERFORM 9100-SINALIZAR-AVISO
                   ELSE
                       MOVE RTN-UNIDADE TO
                           WK-TIPO-UNIDADE (WK-TIPO-ACHOU)
                       MOVE RTN-QTD TO WK-TIPO-QTD-RET (WK-TIPO-ACHOU)
                   END-IF
               END-IF
           END-IF
       .
       3011-LER-REGRA-RETENCAO-FIM.
           EXIT.
      *****************************************************************
      * PROCURAR O TIPO DA REGRA NA TABELA DE TIPOS
      *****************************************************************
       3012-PROCURAR-TIPO SECTION.
           IF WK-TIPO-COD (WK-TIPO-IDX) EQUAL RTN-TIPO
               MOVE WK-TIPO-IDX TO WK-TIPO-ACHOU
           END-IF
       .
       3012-PROCURAR-TIPO-FIM.
           EXIT.
      *****************************************************************
      * CALCULAR A DATA LIMITE DE UM TIPO - GERACAO DE CICLO ANTERIOR
      * A ELA E EXPURGADA. EM DIAS, A DATA DE HOJE MENOS OS DIAS DA
      * REGRA; EM MESES, O MESMO DIA DE TANTOS MESES ATRAS; NA REGRA
      * POR GERACOES NAO HA DATA LIMITE
      *****************************************************************
       3020-CALCULAR-LIMITE-TIPO SECTION.
           MOVE ZEROS TO WK-TIPO-LIMITE (WK-TIPO-IDX)
           MOVE ZEROS TO WK-TIPO-ATIVAS (WK-TIPO-IDX)
           MOVE ZEROS TO WK-TIPO-EXPURGAR (WK-TIPO-IDX)
           MOVE ZEROS TO WK-TIPO-EXPURGADAS (WK-TIPO-IDX)

           EVALUATE WK-TIPO-UNIDADE (WK-TIPO-IDX)
               WHEN 'D'
                   COMPUTE WK-TIPO-LIMITE (WK-TIPO-IDX) =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE (WK-DATA-SYS-N)
                            - WK-TIPO-QTD-RET (WK-TIPO-IDX))
               WHEN 'M'
                   COMPUTE WK-MESES-ABS =
                       WK-YEAR-SYS * 12 + WK-MONTH-SYS - 1
                       - WK-TIPO-QTD-RET (WK-TIPO-IDX)
                   COMPUTE WK-LIM-ANO = WK-MESES-ABS / 12
                   COMPUTE WK-LIM-MES =
                       WK-MESES-ABS - WK-LIM-ANO * 12 + 1
                   MOVE WK-DAY-SYS TO WK-LIM-DIA
                   MOVE WK-DATA-LIMITE-N TO
                       WK-TIPO-LIMITE (WK-TIPO-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
       3020-CALCULAR-LIMITE-TIPO-FIM.
           EXIT.
      *****************************************************************
      * CONTAR AS GERACOES ATIVAS DE CADA TIPO NO CATALOGO
      *****************************************************************
       3030-CONTAR-GERACAO-ATIVA SECTION.
           READ CATALOGO

           IF WK-STATUS-CAT NOT EQUAL 0
               MOVE 'S' TO WK-FIM-CATALOGO
           ELSE
               IF CAT-SITUACAO EQUAL 'ATIVA'
                   MOVE ZEROS TO WK-TIPO-ACHOU
                   MOVE CAT-TIPO TO RTN-TIPO
                   PERFORM 3012-PROCURAR-TIPO
                       VARYING WK-TIPO-IDX FROM 1 BY 1
                       UNTIL WK-TIPO-IDX > WK-QTD-TIPOS
                   IF WK-TIPO-ACHOU NOT EQUAL ZEROS
                       ADD 1 TO WK-TIPO-ATIVAS (WK-TIPO-ACHOU)
                   END-IF
               END-IF
           END-IF
       .
       3030-CONTAR-GERACAO-ATIVA-FIM.
           EXIT.
      *****************************************************************
      * APURAR, NA REGRA POR GERACOES, QUANTAS GERACOES ATIVAS DO
      * TIPO PASSAM DA QUANTIDADE MANTIDA (AS MAIS ANTIGAS SAEM)
      *****************************************************************
       3040-APURAR-EXCESSO-TIPO SECTION.
           IF WK-TIPO-UNIDADE (WK-TIPO-IDX) EQUAL 'G'
               AND WK-TIPO-ATIVAS (WK-TIPO-IDX) >
                   WK-TIPO-QTD-RET (WK-TIPO-IDX)
               COMPUTE WK-TIPO-EXPURGAR (WK-TIPO-IDX) =
                   WK-TIPO-ATIVAS (WK-TIPO-IDX)
                   - WK-TIPO-QTD-RET (WK-TIPO-IDX)
           END-IF
       .
       3040-APURAR-EXCESSO-TIPO-FIM.
           EXIT.
      *****************************************************************
      * EXPURGAR UMA ENTRADA DO CATALOGO QUANDO VENCIDA - O CATALOGO
      * ESTA EM ORDEM DE FECHAMENTO, ENTAO NA REGRA POR GERACOES AS
      * PRIMEIRAS ATIVAS LIDAS SAO AS MAIS ANTIGAS
      *****************************************************************
       3100-EXPURGAR-ENTRADA SECTION.
           READ CATALOGO

           IF WK-STATUS-CAT NOT EQUAL 0
               MOVE 'S' TO WK-FIM-CATALOGO
           ELSE
               IF CAT-SITUACAO EQUAL 'ATIVA'
                   AND CAT-GERACAO NOT EQUAL WK-GERACAO
                   MOVE ZEROS TO WK-TIPO-ACHOU
                   MOVE CAT-TIPO TO RTN-TIPO
                   PERFORM 3012-PROCURAR-TIPO
                       VARYING WK-TIPO-IDX FROM 1 BY 1
                       UNTIL WK-TIPO-IDX > WK-QTD-TIPOS
                   IF WK-TIPO-ACHOU NOT EQUAL ZEROS
                       EVALUATE TRUE
                           WHEN WK-TIPO-UNIDADE (WK-TIPO-ACHOU)
                                   EQUAL 'G'
                               IF WK-TIPO-EXPURGAR (WK-TIPO-ACHOU) > 0
                                   SUBTRACT 1 FROM
                                       WK-TIPO-EXPURGAR (WK-TIPO-ACHOU)
                                   PERFORM 3110-APAGAR-COPIA
                               END-IF
                           WHEN CAT-DATA-CICLO <
                                   WK-TIPO-LIMITE (WK-TIPO-ACHOU)
                               PERFORM 3110-APAGAR-COPIA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
       .
       3100-EXPURGAR-ENTRADA-FIM.
           EXIT.
      *****************************************************************
      * APAGAR A COPIA DA ENTRADA CORRENTE E MARCA-LA EXPURGAD NO
      * CATALOGO - COPIA JA INEXISTENTE (APAGADA A MAO) TAMBEM SAI
      * COMO EXPURGADA
      *****************************************************************
       3110-APAGAR-COPIA SECTION.
           MOVE CAT-PATH TO WK-COPIA-DESTINO
           MOVE ZEROS TO RETURN-CODE
           CALL 'CBL_DELETE_FILE' USING WK-COPIA-DESTINO
           MOVE RETURN-CODE TO WK-RC-ROTINA
           MOVE ZEROS TO RETURN-CODE

           IF WK-RC-ROTINA NOT EQUAL ZEROS
               DISPLAY 'COPIA JA INEXISTENTE NO EXPURGO: '
                   WK-COPIA-DESTINO
           END-IF

           MOVE 'EXPURGAD' TO CAT-SITUACAO
           REWRITE FL-CATALOGO-ARQ
           IF WK-STATUS-CAT NOT EQUAL 0
               DISPLAY 'ERRO AO REGRAVAR O CATALOGO DE GERACOES '
                   WK-STATUS-CAT
               MOVE 12 TO WK-RC-PROGRAMA
           ELSE
               ADD 1 TO WK-TIPO-EXPURGADAS (WK-TIPO-ACHOU)
               ADD 1 TO WK-QTD-EXPURGADAS
           END-IF
       .
       3110-APAGAR-COPIA-FIM.
           EXIT.
      *****************************************************************
      * MOSTRAR A REGRA E O RESULTADO DO EXPURGO DE UM TIPO
      *****************************************************************
       3200-MOSTRAR-EXPURGO-TIPO SECTION.
           DISPLAY 'RETENCAO ' WK-TIPO-COD (WK-TIPO-IDX) ' '
               WK-TIPO-UNIDADE (WK-TIPO-IDX)
               WK-TIPO-QTD-RET (WK-TIPO-IDX)
               ' - EXPURGADAS ' WK-TIPO-EXPURGADAS (WK-TIPO-IDX)
       .
       3200-MOSTRAR-EXPURGO-TIPO-FIM.
           EXIT.
      *****************************************************************
      * RESTAURAR UMA GERACAO - LOCALIZA NO CATALOGO O PAR DE ENTRADA
      * DA GERACAO ESCOLHIDA E OS SNAPSHOTS DA GERACAO ANTERIOR A
      * ELA (A BASE DO COMPARATIVO DAQUELE CICLO: OS SNAPSHOTS
      * ARQUIVADOS COM UMA GERACAO JA TRAZEM O CONTEUDO DO PROPRIO
      * CICLO). O PAR VOLTA PARA AS LISTAS BRUTAS, DE ONDE A ESTEIRA
      * RECOMECA, E PARA AS PREPARADAS; OS SNAPSHOTS VOLTAM PARA O
      * LUGAR DO CBLZMW07 - SEM GERACAO ANTERIOR NO CATALOGO, OS
      * SNAPSHOTS CORRENTES SAO APAGADOS (O CICLO ERA O PRIMEIRO)
      *****************************************************************
       4000-RESTAURAR-GERACAO SECTION.
           MOVE 'N' TO WK-REST-ACHOU
           MOVE ZEROS TO WK-ANT-GERACAO

           OPEN INPUT CATALOGO
           IF WK-STATUS-CAT NOT EQUAL 0
               DISPLAY 'CATALOGO DE GERACOES NAO ENCONTRADO'
               MOVE 8 TO WK-RC-PROGRAMA
           ELSE
               MOVE 'N' TO WK-FIM-CATALOGO
               PERFORM 4010-LER-CATALOGO-RESTAURACAO
                   UNTIL WK-FIM-CATALOGO EQUAL 'S'
               CLOSE CATALOGO

               EVALUATE TRUE
                   WHEN WK-REST-PATH-CNP EQUAL SPACES
                       OR WK-REST-PATH-SOC EQUAL SPACES
                       DISPLAY 'GERACAO ' WK-REST-DATA '-'
                           WK-REST-REMESSA ' NAO ENCONTRADA OU SEM '
                           'O PAR DE ENTRADA ARQUIVADO'
                       MOVE 8 TO WK-RC-PROGRAMA
                   WHEN WK-ANT-GERACAO NOT EQUAL ZEROS
                       AND (WK-ANT-PATH-SNC EQUAL SPACES
                           OR WK-ANT-PATH-SNS EQUAL SPACES)
                       DISPLAY 'SNAPSHOTS DA GERACAO ANTERIOR '
                           WK-ANT-GERACAO ' JA EXPURGADOS - O CICLO '
                           'NAO PODE SER REPROCESSADO'
                       MOVE 8 TO WK-RC-PROGRAMA
                   WHEN OTHER
                       PERFORM 4100-DEVOLVER-ARQUIVOS
               END-EVALUATE
           END-IF
       .
       4000-RESTAURAR-GERACAO-FIM.
           EXIT.
      *****************************************************************
      * LER UMA ENTRADA DO CATALOGO NA PROCURA DA GERACAO - ATE
      * ENCONTRA-LA, ACOMPANHA A ULTIMA GERACAO LIDA (A ANTERIOR) E
      * OS SEUS SNAPSHOTS AINDA ATIVOS
      *****************************************************************
       4010-LER-CATALOGO-RESTAURACAO SECTION.
           READ CATALOGO

           IF WK-STATUS-CAT NOT EQUAL 0
               MOVE 'S' TO WK-FIM-CATALOGO
           ELSE
               IF CAT-GERACAO EQUAL WK-REST-GERACAO
                   MOVE 'S' TO WK-REST-ACHOU
                   IF CAT-SITUACAO EQUAL 'ATIVA'
                       EVALUATE CAT-TIPO
                           WHEN 'CNP'
                               MOVE CAT-PATH TO WK-REST-PATH-CNP
                           WHEN 'SOC'
                               MOVE CAT-PATH TO WK-REST-PATH-SOC
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               ELSE
                   IF WK-REST-ACHOU EQUAL 'S'
                       MOVE 'S' TO WK-FIM-CATALOGO
                   ELSE
                       IF CAT-GERACAO NOT EQUAL WK-ANT-GERACAO
                           MOVE CAT-GERACAO TO WK-ANT-GERACAO
                           MOVE SPACES TO WK-ANT-PATH-SNC
                           MOVE SPACES TO WK-ANT-PATH-SNS
                       END-IF
                       IF CAT-SITUACAO EQUAL 'ATIVA'
                           EVALUATE CAT-TIPO
                               WHEN 'SNC'
                                   MOVE CAT-PATH TO WK-ANT-PATH-SNC
                               WHEN 'SNS'
                                   MOVE CAT-PATH TO WK-ANT-PATH-SNS
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-IF
       .
       4010-LER-CATALOGO-RESTAURACAO-FIM.
           EXIT.
      *****************************************************************
      * DEVOLVER OS ARQUIVOS DA GERACAO AOS LUGARES DO CICLO
      *****************************************************************
       4100-DEVOLVER-ARQUIVOS SECTION.
           MOVE WK-REST-PATH-CNP TO WK-COPIA-ORIGEM
           MOVE WK-PATH-CNPJ-BRUTO TO WK-COPIA-DESTINO
           PERFORM 8000-COPIAR-ARQUIVO
           MOVE WK-TIPO-PATH (7) TO WK-COPIA-DESTINO
           PERFORM 8000-COPIAR-ARQUIVO

           MOVE WK-REST-PATH-SOC TO WK-COPIA-ORIGEM
           MOVE WK-PATH-SOCIOS-BRUTO TO WK-COPIA-DESTINO
           PERFORM 8000-COPIAR-ARQUIVO
           MOVE WK-TIPO-PATH (8) TO WK-COPIA-DESTINO
           PERFORM 8000-COPIAR-ARQUIVO

           IF WK-ANT-GERACAO EQUAL ZEROS
               MOVE WK-TIPO-PATH (9) TO WK-COPIA-DESTINO
               CALL 'CBL_DELETE_FILE' USING WK-COPIA-DESTINO
               MOVE WK-TIPO-PATH (10) TO WK-COPIA-DESTINO
               CALL 'CBL_DELETE_FILE' USING WK-COPIA-DESTINO
               MOVE ZEROS TO RETURN-CODE
               DISPLAY 'PRIMEIRA GERACAO DO CATALOGO - SNAPSHOTS '
                   'CORRENTES APAGADOS'
           ELSE
               MOVE WK-ANT-PATH-SNC TO WK-COPIA-ORIGEM
               MOVE WK-TIPO-PATH (9) TO WK-COPIA-DESTINO
               PERFORM 8000-COPIAR-ARQUIVO
               MOVE WK-ANT-PATH-SNS TO WK-COPIA-ORIGEM
               MOVE WK-TIPO-PATH (10) TO WK-COPIA-DESTINO
               PERFORM 8000-COPIAR-ARQUIVO
           END-IF

           IF WK-ERRO-COPIA EQUAL 'S'
               DISPLAY 'RESTAURACAO INCOMPLETA DA GERACAO '
                   WK-REST-DATA '-' WK-REST-REMESSA
               MOVE 12 TO WK-RC-PROGRAMA
           ELSE
               DISPLAY 'GERACAO ' WK-REST-DATA '-' WK-REST-REMESSA
                   ' RESTAURADA - REEXECUTAR A ESTEIRA PARA '
                   'REPROCESSAR O CICLO'
           END-IF
       .
       4100-DEVOLVER-ARQUIVOS-FIM.
           EXIT.
      *****************************************************************
      * COPIAR O ARQUIVO WK-COPIA-ORIGEM PARA WK-COPIA-DESTINO, SEM
      * CONVERSAO (A COPIA SAI IDENTICA AO ORIGINAL, COM OU SEM
      * QUEBRA DE LINHA)
      *****************************************************************
       8000-COPIAR-ARQUIVO SECTION.
           MOVE ZEROS TO RETURN-CODE
           CALL 'CBL_COPY_FILE' USING WK-COPIA-ORIGEM WK-COPIA-DESTINO
           MOVE RETURN-CODE TO WK-RC-ROTINA
           MOVE ZEROS TO RETURN-CODE

           IF WK-RC-ROTINA NOT EQUAL ZEROS
               DISPLAY 'ERRO NA COPIA DE ' WK-COPIA-ORIGEM
               DISPLAY '            PARA ' WK-COPIA-DESTINO
               MOVE 'S' TO WK-ERRO-COPIA
           END-IF
       .
       8000-COPIAR-ARQUIVO-FIM.
           EXIT.
      *****************************************************************
      * SINALIZAR AVISO - RETURN-CODE 4, SEM REBAIXAR UM CODIGO MAIOR
      *****************************************************************
       9100-SINALIZAR-AVISO SECTION.
           IF WK-RC-PROGRAMA < 4
               MOVE 4 TO WK-RC-PROGRAMA
           END-IF
       .
       9100-SINALIZAR-AVISO-FIM.
           EXIT.
      *****************************************************************
      * FINALIZAR - ENCERRA COM O RETURN-CODE APURADO
      *****************************************************************
       9000-FINALIZAR SECTION.
           IF WK-PARM-RESTAURAR EQUAL 'S'
               DISPLAY 'Restauracao encerrada com RETURN-CODE '
                   WK-RC-PROGRAMA
           ELSE
               DISPLAY 'Fechamento do ciclo encerrado com RETURN-CODE '
                   WK-RC-PROGRAMA
           END-IF
           MOVE WK-RC-PROGRAMA TO RETURN-CODE

           STOP RUN
       .
       9000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZMW27.
