       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW21.
      *****************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 05/09/2026
      * Purpose: Recuperacao do mestre e do indice de nomes a partir
      *          de uma copia de seguranca. O CBLZMW08, o CBLZMW17 e
      *          o CBLZMW19 tiram uma copia datada dos dois arquivos
      *          antes de abri-los para atualizacao e a registram no
      *          catalogo de copias. Com BACKUP=AAAAMMDDHHMMSS (a
      *          data/hora da copia no catalogo) o programa tira
      *          antes uma copia do estado atual, restaura a copia
      *          escolhida e reproduz em ordem de data/hora, ate o
      *          limite de ATE=AAAAMMDDHHMMSS (sem ATE, ate o fim),
      *          as atualizacoes registradas depois dela: as
      *          imagens do diario do mestre (carga incremental do
      *          CBLZMW08 e conciliacao do CBLZMW19) e as correcoes
      *          da trilha do CBLZMW17. Uma carga completa ou outra
      *          recuperacao no intervalo regravou o mestre inteiro
      *          e nao pode ser reproduzida - nesse caso nada e
      *          tocado e a copia tem de ser uma posterior. Termina
      *          com as quantidades de registros 'E', 'S' e do
      *          indice de nomes, para conferir com o CBLZMW11
      * Updates:
      * 050926 - Marcelo - Create Program
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

      * Copia escolhida para a restauracao - os caminhos vem do
      * catalogo de copias
       SELECT ORIGEM-MESTRE ASSIGN TO DYNAMIC
           WK-PATH-ORIGEM-MESTRE
           FILE STATUS IS WK-STATUS-ORM.

       SELECT ORIGEM-NOMES ASSIGN TO DYNAMIC
           WK-PATH-ORIGEM-NOMES
           FILE STATUS IS WK-STATUS-ORN.

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

      * Trilha das correcoes manuais do CBLZMW17
       SELECT TRILHA ASSIGN TO DYNAMIC
           WK-PATH-TRILHA
           FILE STATUS IS WK-STATUS-TRL.

      * Relatorio da recuperacao
       SELECT RELATORIO ASSIGN TO DYNAMIC
           WK-PATH-RELATORIO
           FILE STATUS IS WK-STATUS-REL.

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

       FD ORIGEM-MESTRE RECORDING MODE IS F.
       01 FL-ORIGEM-MESTRE-ARQ PIC X(120).

       FD ORIGEM-NOMES RECORDING MODE IS F.
       01 FL-ORIGEM-NOMES-ARQ PIC X(75).

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

       FD TRILHA RECORDING MODE IS F.
       01 FL-TRILHA-ARQ PIC X(190).
       01 FILLER REDEFINES FL-TRILHA-ARQ.
           05 TRL-DATA        PIC 9(08).
           05 TRL-HORA        PIC 9(06).
           05 TRL-SOLICITANTE PIC X(20).
           05 TRL-OPERACAO    PIC X(02).
           05 TRL-CNPJ        PIC 9(14).
           05 TRL-TIPO        PIC X(01).
           05 TRL-SEQ         PIC 9(04).
           05 TRL-CAMPO       PIC X(10).
           05 TRL-VALOR-ANT   PIC X(59).
           05 TRL-VALOR-NOVO  PIC X(59).
           05 FILLER          PIC X(07).

       FD RELATORIO RECORDING MODE IS F.
       01 FL-RELATORIO-ARQ PIC X(150).

       WORKING-STORAGE SECTION.
      * Definicao das variaveis de apoio (STATUS e FIM)
       01 WK-STATUS-MST PIC 9(02) VALUE 0.
       01 WK-STATUS-NOM PIC 9(02) VALUE 0.
       01 WK-STATUS-ORM PIC 9(02) VALUE 0.
       01 WK-STATUS-ORN PIC 9(02) VALUE 0.
       01 WK-STATUS-TRL PIC 9(02) VALUE 0.
       01 WK-STATUS-REL PIC 9(02) VALUE 0.
       01 WK-FIM-ORIGEM     PIC X(01) VALUE 'N'.
       01 WK-FIM-CATALOGO   PIC X(01) VALUE 'N'.
       01 WK-FIM-DIARIO     PIC X(01) VALUE 'N'.
       01 WK-FIM-TRILHA     PIC X(01) VALUE 'N'.
       01 WK-FIM-VARREDURA  PIC X(01) VALUE 'N'.
       01 WK-ERRO-RECUP     PIC X(01) VALUE 'N'.
       01 WK-MESTRE-ABERTO  PIC X(01) VALUE 'N'.
       01 WK-NOMES-ABERTO   PIC X(01) VALUE 'N'.
       01 WK-MESTRE-TOCADO  PIC X(01) VALUE 'N'.
       01 WK-TRILHA-ABERTA  PIC X(01) VALUE 'N'.

      * Caminhos dos arquivos - valores default abaixo, substituidos
      * por BLMESTRE/BLNOMES/BLBKPDIR/BLBKPCAT/BLDIARIO/BLTRILHA/
      * BLRECREL quando essas variaveis de ambiente existirem
       01 WK-PATH-MESTRE    PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_MST.idx'.
       01 WK-PATH-NOMES     PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_NOM.idx'.
       01 WK-PATH-TRILHA    PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_TRL.txt'.
       01 WK-PATH-RELATORIO PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_REC.txt'.
       01 WK-PATH-ORIGEM-MESTRE PIC X(100) VALUE SPACES.
       01 WK-PATH-ORIGEM-NOMES  PIC X(100) VALUE SPACES.
       01 WK-ENV-VALOR      PIC X(100) VALUE SPACES.

      * Data e hora da execucao - identificam a copia do estado
      * atual e a marca RC gravada no diario
       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE 0.
           02 WK-MONTH-SYS PIC 9(02) VALUE 0.
           02 WK-DAY-SYS   PIC 9(02) VALUE 0.
       01 WK-HORA-SYS.
           02 WK-HOUR-SYS   PIC 9(02) VALUE 0.
           02 WK-MINUTE-SYS PIC 9(02) VALUE 0.
           02 WK-SECOND-SYS PIC 9(02) VALUE 0.

      * Parametros de execucao - BACKUP= (obrigatorio) e ATE=
       01 WK-PARM-EXECUCAO      PIC X(100) VALUE SPACES.
       01 WK-PARM-TOKEN         PIC X(40) OCCURS 5 TIMES.
       01 WK-PARM-IDX           PIC 9(01) VALUE ZEROS.
       01 WK-PARM-BACKUP        PIC X(01) VALUE 'N'.

      * Data/hora da copia escolhida, limite da reproducao e data/
      * hora da entrada corrente do diario e da trilha (comparadas
      * como AAAAMMDDHHMMSS)
       01 WK-TS-BACKUP.
           05 WK-TS-BKP-DATA    PIC 9(08) VALUE ZEROS.
           05 WK-TS-BKP-HORA    PIC 9(06) VALUE ZEROS.
       01 WK-TS-ATE.
           05 WK-TS-ATE-DATA    PIC 9(08) VALUE 99999999.
           05 WK-TS-ATE-HORA    PIC 9(06) VALUE 999999.
       01 WK-TS-DIARIO.
           05 WK-TS-DIA-DATA    PIC 9(08) VALUE ZEROS.
           05 WK-TS-DIA-HORA    PIC 9(06) VALUE ZEROS.
       01 WK-TS-TRILHA.
           05 WK-TS-TRL-DATA    PIC 9(08) VALUE ZEROS.
           05 WK-TS-TRL-HORA    PIC 9(06) VALUE ZEROS.

      * Copia escolhida, como registrada no catalogo
       01 WK-COPIA-ACHADA       PIC X(01) VALUE 'N'.
       01 WK-COPIA-PROGRAMA     PIC X(08) VALUE SPACES.
       01 WK-COPIA-MODO         PIC X(12) VALUE SPACES.
       01 WK-COPIA-QTD-MESTRE   PIC 9(09) VALUE ZEROS.
       01 WK-COPIA-QTD-NOMES    PIC 9(09) VALUE ZEROS.
       01 WK-RECRIAR-NOMES      PIC X(01) VALUE 'N'.

      * Marca de regravacao do mestre inteiro (CC/RC) encontrada no
      * intervalo a reproduzir
       01 WK-MARCA-ACHADA       PIC X(01) VALUE 'N'.
       01 WK-MARCA-OPERACAO     PIC X(02) VALUE SPACES.
       01 WK-MARCA-PROGRAMA     PIC X(08) VALUE SPACES.
       01 WK-MARCA-TS           PIC X(14) VALUE SPACES.

      * Apoio da reproducao - existencia da chave, nome anterior do
      * socio (chave do indice de nomes) e CNPJ da recontagem
       01 WK-REG-EXISTE         PIC X(01) VALUE 'N'.
       01 WK-ENTRADA-PRONTA     PIC X(01) VALUE 'N'.
       01 WK-NOME-ANTERIOR      PIC X(36) VALUE SPACES.
       01 WK-CNPJ-RECONTAGEM    PIC 9(14) VALUE ZEROS.
       01 WK-QTD-RECONTADA      PIC 9(04) VALUE ZEROS.

      * Divergencia corrente - origem, data/hora e operacao da
      * entrada, chave e motivo
       01 WK-DIV-ORIGEM         PIC X(06) VALUE SPACES.
       01 WK-DIV-TS             PIC X(14) VALUE SPACES.
       01 WK-DIV-OPERACAO       PIC X(02) VALUE SPACES.
       01 WK-DIV-MOTIVO         PIC X(45) VALUE SPACES.

      * Contadores da restauracao e da reproducao
       01 WK-TOT-REST-MESTRE    PIC 9(09) VALUE ZEROS.
       01 WK-TOT-REST-NOMES     PIC 9(09) VALUE ZEROS.
       01 WK-TOT-DIA-IN         PIC 9(07) VALUE ZEROS.
       01 WK-TOT-DIA-AL         PIC 9(07) VALUE ZEROS.
       01 WK-TOT-DIA-EX         PIC 9(07) VALUE ZEROS.
       01 WK-TOT-TRL-AE         PIC 9(07) VALUE ZEROS.
       01 WK-TOT-TRL-AS         PIC 9(07) VALUE ZEROS.
       01 WK-TOT-TRL-IS         PIC 9(07) VALUE ZEROS.
       01 WK-TOT-TRL-EX         PIC 9(07) VALUE ZEROS.
       01 WK-TOT-DIVERGENCIAS   PIC 9(07) VALUE ZEROS.

      * Quantidades finais do mestre e do indice de nomes
       01 WK-TOT-FIM-EMPRESAS   PIC 9(09) VALUE ZEROS.
       01 WK-TOT-FIM-SOCIOS     PIC 9(09) VALUE ZEROS.
       01 WK-TOT-FIM-NOMES      PIC 9(09) VALUE ZEROS.
       01 WK-TOT-FIM-QTD-SOCIOS PIC 9(09) VALUE ZEROS.

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

      * Diario das atualizacoes do mestre (BLDIARIO) e operacao da
      * entrada corrente
       01 WK-STATUS-DIA PIC 9(02) VALUE 0.
       01 WK-PATH-DIARIO     PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_DIA.txt'.
       01 WK-DIARIO-ABERTO   PIC X(01) VALUE 'N'.
       01 WK-DIA-OPERACAO    PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR

           IF WK-ERRO-RECUP EQUAL 'N'
               PERFORM 2000-RESTAURAR-COPIA
           END-IF

           IF WK-ERRO-RECUP EQUAL 'N'
               PERFORM 4000-REPRODUZIR-ATUALIZACOES
           END-IF

           IF WK-ERRO-RECUP EQUAL 'N'
               PERFORM 5000-CONTAR-MESTRE
           END-IF

           PERFORM 3000-FINALIZAR
       .
      *****************************************************************
      * INICIALIZAR - CONFERE OS PARAMETROS, LOCALIZA A COPIA NO
      * CATALOGO, CONFERE O DIARIO E TIRA A COPIA DO ESTADO ATUAL;
      * NADA DISSO TOCA O MESTRE
      *****************************************************************
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SYS FROM TIME

           PERFORM 1045-RESOLVER-PARAMETROS-ARQUIVO.
           PERFORM 1050-VERIFICAR-PARAMETRO-EXECUCAO.
           PERFORM 1100-LOCALIZAR-COPIA.
           PERFORM 1200-VERIFICAR-DIARIO.

           OPEN OUTPUT RELATORIO
           IF WK-STATUS-REL NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO RELATORIO DA RECUPERACAO '
                   WK-STATUS-REL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1080-GRAVAR-CABECALHO

      * O estado atual tambem fica guardado - se a recuperacao nao
      * for a esperada, basta recupera-lo
           MOVE 'RECUPERACAO' TO WK-BKP-MODO
           PERFORM 1090-COPIAR-SEGURANCA
           IF WK-ERRO-COPIA EQUAL 'S'
               MOVE 'S' TO WK-ERRO-RECUP
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

           DISPLAY 'BLTRILHA' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-TRILHA
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLRECREL' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-RELATORIO
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
      *****************************************************************
      * VERIFICAR OS PARAMETROS DE EXECUCAO - BACKUP=AAAAMMDDHHMMSS
      * E OBRIGATORIO; ATE=AAAAMMDDHHMMSS LIMITA A REPRODUCAO.
      * PARAMETRO DESCONHECIDO OU MAL FORMADO ENCERRA COM
      * RETURN-CODE 8 ANTES DE QUALQUER ARQUIVO SER ABERTO
      *****************************************************************
       1050-VERIFICAR-PARAMETRO-EXECUCAO SECTION.
           ACCEPT WK-PARM-EXECUCAO FROM COMMAND-LINE

      * CAMPOS NAO PREENCHIDOS PELO UNSTRING FICAM COMO ESTAVAM -
      * PRECISAM COMECAR EM BRANCOS PARA O TESTE DE TOKEN VAZIO
           MOVE SPACES TO WK-PARM-TOKEN (1)
           MOVE SPACES TO WK-PARM-TOKEN (2)
           MOVE SPACES TO WK-PARM-TOKEN (3)
           MOVE SPACES TO WK-PARM-TOKEN (4)
           MOVE SPACES TO WK-PARM-TOKEN (5)

           UNSTRING WK-PARM-EXECUCAO
               DELIMITED BY ALL ' '
               INTO WK-PARM-TOKEN (1)
                    WK-PARM-TOKEN (2)
                    WK-PARM-TOKEN (3)
                    WK-PARM-TOKEN (4)
                    WK-PARM-TOKEN (5)
           END-UNSTRING

           PERFORM 1055-TRATAR-PARAMETRO
               VARYING WK-PARM-IDX FROM 1 BY 1
               UNTIL WK-PARM-IDX > 5

           IF WK-PARM-BACKUP NOT EQUAL 'S'
               DISPLAY 'PARAMETRO BACKUP NAO INFORMADO - USAR '
                   'BACKUP=AAAAMMDDHHMMSS (DATA/HORA DA COPIA NO '
                   'CATALOGO)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WK-TS-ATE < WK-TS-BACKUP
               DISPLAY 'PARAMETRO ATE ANTERIOR A COPIA ESCOLHIDA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
               WHEN WK-PARM-TOKEN (WK-PARM-IDX) (1:7) EQUAL 'BACKUP='
                   IF WK-PARM-TOKEN (WK-PARM-IDX) (8:14) NUMERIC
                       AND WK-PARM-TOKEN (WK-PARM-IDX) (22:1)
                           EQUAL SPACE
                       MOVE 'S' TO WK-PARM-BACKUP
                       MOVE WK-PARM-TOKEN (WK-PARM-IDX) (8:14)
                           TO WK-TS-BACKUP
                   ELSE
                       DISPLAY 'PARAMETRO BACKUP MAL FORMADO - USAR '
                           'BACKUP=AAAAMMDDHHMMSS'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WK-PARM-TOKEN (WK-PARM-IDX) (1:4) EQUAL 'ATE='
                   IF WK-PARM-TOKEN (WK-PARM-IDX) (5:14) NUMERIC
                       AND WK-PARM-TOKEN (WK-PARM-IDX) (19:1)
                           EQUAL SPACE
                       MOVE WK-PARM-TOKEN (WK-PARM-IDX) (5:14)
                           TO WK-TS-ATE
                   ELSE
                       DISPLAY 'PARAMETRO ATE MAL FORMADO - USAR '
                           'ATE=AAAAMMDDHHMMSS'
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
      * GRAVAR O CABECALHO DO RELATORIO COM A COPIA ESCOLHIDA E O
      * LIMITE DA REPRODUCAO
      *****************************************************************
       1080-GRAVAR-CABECALHO SECTION.
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'RECUPERACAO DO MESTRE - CBLZMW21 - '
                                DELIMITED BY SIZE
               WK-DATA-SYS      DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               WK-HORA-SYS      DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'COPIA=' DELIMITED BY SIZE
               WK-TS-BACKUP DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WK-COPIA-PROGRAMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WK-COPIA-MODO DELIMITED BY SIZE
               ') ATE=' DELIMITED BY SIZE
               WK-TS-ATE DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'MESTRE=' DELIMITED BY SIZE
               WK-PATH-ORIGEM-MESTRE DELIMITED BY SPACE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE SPACES TO FL-RELATORIO-ARQ
           IF WK-RECRIAR-NOMES EQUAL 'S'
               MOVE 'NOMES=(SEM COPIA - RECRIADO A PARTIR DO MESTRE)'
                   TO FL-RELATORIO-ARQ
           ELSE
               STRING
                   'NOMES=' DELIMITED BY SIZE
                   WK-PATH-ORIGEM-NOMES DELIMITED BY SPACE
                   INTO FL-RELATORIO-ARQ
               END-STRING
           END-IF
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE 'ORIGEM DATA/HORA      OP CHAVE               '
               TO FL-RELATORIO-ARQ
           MOVE 'DIVERGENCIA' TO FL-RELATORIO-ARQ (46:11)
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       1080-GRAVAR-CABECALHO-FIM.
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
               MOVE 'CBLZMW21'         TO CAT-PROGRAMA
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
      * LOCALIZAR A COPIA ESCOLHIDA NO CATALOGO DE COPIAS - COPIA
      * FORA DO CATALOGO ENCERRA COM RETURN-CODE 8
      *****************************************************************
       1100-LOCALIZAR-COPIA SECTION.
           OPEN INPUT CATALOGO-BKP
           IF WK-STATUS-CAT NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO CATALOGO DE COPIAS '
                   WK-STATUS-CAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WK-FIM-CATALOGO
           PERFORM 1110-LER-CATALOGO
               UNTIL WK-FIM-CATALOGO EQUAL 'S'
           CLOSE CATALOGO-BKP

           IF WK-COPIA-ACHADA NOT EQUAL 'S'
               DISPLAY 'COPIA ' WK-TS-BACKUP ' NAO CONSTA DO '
                   'CATALOGO DE COPIAS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WK-PATH-ORIGEM-NOMES EQUAL SPACES
               MOVE 'S' TO WK-RECRIAR-NOMES
           END-IF
       .
       1100-LOCALIZAR-COPIA-FIM.
           EXIT.
      *****************************************************************
      * LER A PROXIMA ENTRADA DO CATALOGO E GUARDAR A DA COPIA
      * ESCOLHIDA
      *****************************************************************
       1110-LER-CATALOGO SECTION.
           READ CATALOGO-BKP
               AT END
                   MOVE 'S' TO WK-FIM-CATALOGO
               NOT AT END
                   IF CAT-DATA EQUAL WK-TS-BKP-DATA
                       AND CAT-HORA EQUAL WK-TS-BKP-HORA
                       MOVE 'S' TO WK-COPIA-ACHADA
                       MOVE CAT-PROGRAMA    TO WK-COPIA-PROGRAMA
                       MOVE CAT-MODO        TO WK-COPIA-MODO
                       MOVE CAT-QTD-MESTRE  TO WK-COPIA-QTD-MESTRE
                       MOVE CAT-QTD-NOMES   TO WK-COPIA-QTD-NOMES
                       MOVE CAT-PATH-MESTRE TO WK-PATH-ORIGEM-MESTRE
                       MOVE CAT-PATH-NOMES  TO WK-PATH-ORIGEM-NOMES
                   END-IF
           END-READ
       .
       1110-LER-CATALOGO-FIM.
           EXIT.
      *****************************************************************
      * CONFERIR O DIARIO - UMA CARGA COMPLETA (CC) OU OUTRA
      * RECUPERACAO (RC) DENTRO DO INTERVALO A REPRODUZIR REGRAVOU O
      * MESTRE INTEIRO SEM DEIXAR AS IMAGENS NO DIARIO; A COPIA
      * ESCOLHIDA NAO SERVE E O PROGRAMA ENCERRA COM RETURN-CODE 8
      *****************************************************************
       1200-VERIFICAR-DIARIO SECTION.
           OPEN INPUT DIARIO
           IF WK-STATUS-DIA EQUAL 35
               CONTINUE
           ELSE
               IF WK-STATUS-DIA NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DO DIARIO DO MESTRE '
                       WK-STATUS-DIA
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WK-FIM-DIARIO
               PERFORM 1210-PROCURAR-MARCA
                   UNTIL WK-FIM-DIARIO EQUAL 'S'
               CLOSE DIARIO
           END-IF

           IF WK-MARCA-ACHADA EQUAL 'S'
               DISPLAY 'O MESTRE FOI REGRAVADO INTEIRO EM '
                   WK-MARCA-TS ' (' WK-MARCA-OPERACAO ' '
                   WK-MARCA-PROGRAMA ') - ESCOLHER UMA COPIA '
                   'POSTERIOR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       1200-VERIFICAR-DIARIO-FIM.
           EXIT.
      *****************************************************************
      * LER A PROXIMA ENTRADA DO DIARIO PROCURANDO UMA MARCA CC/RC NO
      * INTERVALO A REPRODUZIR
      *****************************************************************
       1210-PROCURAR-MARCA SECTION.
           READ DIARIO
               AT END
                   MOVE 'S' TO WK-FIM-DIARIO
               NOT AT END
                   MOVE DIA-DATA TO WK-TS-DIA-DATA
                   MOVE DIA-HORA TO WK-TS-DIA-HORA
                   IF (DIA-OPERACAO EQUAL 'CC'
                       OR DIA-OPERACAO EQUAL 'RC')
                       AND WK-TS-DIARIO NOT < WK-TS-BACKUP
                       AND WK-TS-DIARIO NOT > WK-TS-ATE
                       MOVE 'S' TO WK-MARCA-ACHADA
                       MOVE DIA-OPERACAO TO WK-MARCA-OPERACAO
                       MOVE DIA-PROGRAMA TO WK-MARCA-PROGRAMA
                       MOVE WK-TS-DIARIO TO WK-MARCA-TS
                       MOVE 'S' TO WK-FIM-DIARIO
                   END-IF
           END-READ
       .
       1210-PROCURAR-MARCA-FIM.
           EXIT.
      *****************************************************************
      * RESTAURAR A COPIA ESCOLHIDA - O MESTRE E O INDICE DE NOMES
      * SAO REGRAVADOS A PARTIR DELA (SEM COPIA DO INDICE, ELE E
      * RECRIADO DOS REGISTROS 'S') E REABERTOS PARA ATUALIZACAO
      *****************************************************************
       2000-RESTAURAR-COPIA SECTION.
           OPEN INPUT ORIGEM-MESTRE
           IF WK-STATUS-ORM NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DA COPIA DO MESTRE '
                   WK-STATUS-ORM
               MOVE 'S' TO WK-ERRO-RECUP
           END-IF

           IF WK-ERRO-RECUP EQUAL 'N'
               AND WK-RECRIAR-NOMES EQUAL 'N'
               OPEN INPUT ORIGEM-NOMES
               IF WK-STATUS-ORN NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DA COPIA DO INDICE DE '
                       'NOMES ' WK-STATUS-ORN
                   CLOSE ORIGEM-MESTRE
                   MOVE 'S' TO WK-ERRO-RECUP
               END-IF
           END-IF

           IF WK-ERRO-RECUP EQUAL 'N'
               MOVE 'S' TO WK-MESTRE-TOCADO
               OPEN OUTPUT MESTRE
               OPEN OUTPUT NOMES
               IF WK-STATUS-MST NOT EQUAL 0
                   OR WK-STATUS-NOM NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DO MESTRE/INDICE DE '
                       'NOMES PARA A RESTAURACAO ' WK-STATUS-MST ' '
                       WK-STATUS-NOM
                   MOVE 'S' TO WK-ERRO-RECUP
               ELSE
                   MOVE 'COPIA' TO WK-DIV-ORIGEM
                   MOVE WK-TS-BACKUP TO WK-DIV-TS
                   MOVE SPACES TO WK-DIV-OPERACAO
                   MOVE 'N' TO WK-FIM-ORIGEM
                   PERFORM 2100-RESTAURAR-REGISTRO-MESTRE
                       UNTIL WK-FIM-ORIGEM EQUAL 'S'
                   IF WK-RECRIAR-NOMES EQUAL 'N'
                       MOVE 'N' TO WK-FIM-ORIGEM
                       PERFORM 2200-RESTAURAR-REGISTRO-NOMES
                           UNTIL WK-FIM-ORIGEM EQUAL 'S'
                   END-IF
               END-IF
               CLOSE MESTRE
               CLOSE NOMES
               CLOSE ORIGEM-MESTRE
               IF WK-RECRIAR-NOMES EQUAL 'N'
                   CLOSE ORIGEM-NOMES
               END-IF
           END-IF

      * A copia precisa bater com o que o catalogo registrou
           IF WK-ERRO-RECUP EQUAL 'N'
               IF WK-TOT-REST-MESTRE NOT EQUAL WK-COPIA-QTD-MESTRE
                   OR (WK-RECRIAR-NOMES EQUAL 'N'
                   AND WK-TOT-REST-NOMES NOT EQUAL WK-COPIA-QTD-NOMES)
                   MOVE 'QUANTIDADE RESTAURADA DIFERE DO CATALOGO'
                       TO WK-DIV-MOTIVO
                   MOVE SPACES TO MST-CHAVE
                   PERFORM 4800-REGISTRAR-DIVERGENCIA
               END-IF
           END-IF

           IF WK-ERRO-RECUP EQUAL 'N'
               OPEN I-O MESTRE
               IF WK-STATUS-MST NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DO MESTRE INDEXADO PARA '
                       'ATUALIZACAO ' WK-STATUS-MST
                   MOVE 'S' TO WK-ERRO-RECUP
               ELSE
                   MOVE 'S' TO WK-MESTRE-ABERTO
                   OPEN I-O NOMES
                   IF WK-STATUS-NOM NOT EQUAL 0
                       DISPLAY 'ERRO DE ABERTURA DO INDICE DE NOMES '
                           'PARA ATUALIZACAO ' WK-STATUS-NOM
                       MOVE 'S' TO WK-ERRO-RECUP
                   ELSE
                       MOVE 'S' TO WK-NOMES-ABERTO
                   END-IF
               END-IF
           END-IF
       .
       2000-RESTAURAR-COPIA-FIM.
           EXIT.
      *****************************************************************
      * RESTAURAR O PROXIMO REGISTRO DO MESTRE (A COPIA ESTA EM
      * ORDEM DE CHAVE)
      *****************************************************************
       2100-RESTAURAR-REGISTRO-MESTRE SECTION.
           READ ORIGEM-MESTRE
               AT END
                   MOVE 'S' TO WK-FIM-ORIGEM
               NOT AT END
                   MOVE FL-ORIGEM-MESTRE-ARQ TO FL-MESTRE-ARQ
                   WRITE FL-MESTRE-ARQ
                   IF WK-STATUS-MST NOT EQUAL 0
                       DISPLAY 'ERRO AO RESTAURAR A CHAVE ' MST-CHAVE
                           ' NO MESTRE ' WK-STATUS-MST
                       MOVE 'S' TO WK-ERRO-RECUP
                       MOVE 'S' TO WK-FIM-ORIGEM
                   ELSE
                       ADD 1 TO WK-TOT-REST-MESTRE
                       IF WK-RECRIAR-NOMES EQUAL 'S'
                           AND MST-TIPO EQUAL 'S'
                           PERFORM 4410-GRAVAR-NOME
                       END-IF
                   END-IF
           END-READ
       .
       2100-RESTAURAR-REGISTRO-MESTRE-FIM.
           EXIT.
      *****************************************************************
      * RESTAURAR O PROXIMO REGISTRO DO INDICE DE NOMES
      *****************************************************************
       2200-RESTAURAR-REGISTRO-NOMES SECTION.
           READ ORIGEM-NOMES
               AT END
                   MOVE 'S' TO WK-FIM-ORIGEM
               NOT AT END
                   MOVE FL-ORIGEM-NOMES-ARQ TO FL-NOMES-ARQ
                   WRITE FL-NOMES-ARQ
                   IF WK-STATUS-NOM NOT EQUAL 0
                       DISPLAY 'ERRO AO RESTAURAR A CHAVE ' NOM-CHAVE
                           ' NO INDICE DE NOMES ' WK-STATUS-NOM
                       MOVE 'S' TO WK-ERRO-RECUP
                       MOVE 'S' TO WK-FIM-ORIGEM
                   ELSE
                       ADD 1 TO WK-TOT-REST-NOMES
                   END-IF
           END-READ
       .
       2200-RESTAURAR-REGISTRO-NOMES-FIM.
           EXIT.
      *****************************************************************
      * REPRODUZIR AS ATUALIZACOES - INTERCALA O DIARIO E A TRILHA
      * PELA DATA/HORA DA EXECUCAO QUE AS GRAVOU (NO EMPATE, O
      * DIARIO PRIMEIRO) E APLICA CADA ENTRADA DO INTERVALO
      *****************************************************************
       4000-REPRODUZIR-ATUALIZACOES SECTION.
           MOVE 'N' TO WK-FIM-DIARIO
           OPEN INPUT DIARIO
           IF WK-STATUS-DIA EQUAL 35
               MOVE 'S' TO WK-FIM-DIARIO
           ELSE
               IF WK-STATUS-DIA NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DO DIARIO DO MESTRE '
                       WK-STATUS-DIA
                   MOVE 'S' TO WK-ERRO-RECUP
               ELSE
                   MOVE 'S' TO WK-DIARIO-ABERTO
                   PERFORM 4010-LER-DIARIO
               END-IF
           END-IF

           MOVE 'N' TO WK-FIM-TRILHA
           OPEN INPUT TRILHA
           IF WK-STATUS-TRL EQUAL 35
               MOVE 'S' TO WK-FIM-TRILHA
           ELSE
               IF WK-STATUS-TRL NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DA TRILHA DE CORRECOES '
                       WK-STATUS-TRL
                   MOVE 'S' TO WK-ERRO-RECUP
               ELSE
                   MOVE 'S' TO WK-TRILHA-ABERTA
                   PERFORM 4020-LER-TRILHA
               END-IF
           END-IF

           IF WK-ERRO-RECUP EQUAL 'N'
               PERFORM 4100-APLICAR-PROXIMA
                   UNTIL (WK-FIM-DIARIO EQUAL 'S'
                   AND WK-FIM-TRILHA EQUAL 'S')
                   OR WK-ERRO-RECUP EQUAL 'S'
           END-IF

           IF WK-DIARIO-ABERTO EQUAL 'S'
               CLOSE DIARIO
               MOVE 'N' TO WK-DIARIO-ABERTO
           END-IF
           IF WK-TRILHA-ABERTA EQUAL 'S'
               CLOSE TRILHA
           END-IF

           IF WK-ERRO-RECUP EQUAL 'N'
               PERFORM 4900-MARCAR-RECUPERACAO
           END-IF
       .
       4000-REPRODUZIR-ATUALIZACOES-FIM.
           EXIT.
      *****************************************************************
      * POSICIONAR NA PROXIMA ENTRADA DO DIARIO DENTRO DO INTERVALO -
      * AS ANTERIORES A COPIA JA ESTAO NELA; A PRIMEIRA POSTERIOR AO
      * LIMITE ENCERRA O DIARIO (ELE E CRONOLOGICO)
      *****************************************************************
       4010-LER-DIARIO SECTION.
           MOVE 'N' TO WK-ENTRADA-PRONTA
           PERFORM 4015-LER-ENTRADA-DIARIO
               UNTIL WK-ENTRADA-PRONTA EQUAL 'S'
               OR WK-FIM-DIARIO EQUAL 'S'
       .
       4010-LER-DIARIO-FIM.
           EXIT.
      *****************************************************************
      * LER UMA ENTRADA DO DIARIO
      *****************************************************************
       4015-LER-ENTRADA-DIARIO SECTION.
           READ DIARIO
               AT END
                   MOVE 'S' TO WK-FIM-DIARIO
               NOT AT END
                   MOVE DIA-DATA TO WK-TS-DIA-DATA
                   MOVE DIA-HORA TO WK-TS-DIA-HORA
                   EVALUATE TRUE
                       WHEN WK-TS-DIARIO > WK-TS-ATE
                           MOVE 'S' TO WK-FIM-DIARIO
                       WHEN WK-TS-DIARIO < WK-TS-BACKUP
                           CONTINUE
                       WHEN DIA-OPERACAO EQUAL 'CC'
                           OR DIA-OPERACAO EQUAL 'RC'
                           CONTINUE
                       WHEN OTHER
                           MOVE 'S' TO WK-ENTRADA-PRONTA
                   END-EVALUATE
           END-READ
       .
       4015-LER-ENTRADA-DIARIO-FIM.
           EXIT.
      *****************************************************************
      * POSICIONAR NA PROXIMA LINHA DA TRILHA DENTRO DO INTERVALO
      *****************************************************************
       4020-LER-TRILHA SECTION.
           MOVE 'N' TO WK-ENTRADA-PRONTA
           PERFORM 4025-LER-ENTRADA-TRILHA
               UNTIL WK-ENTRADA-PRONTA EQUAL 'S'
               OR WK-FIM-TRILHA EQUAL 'S'
       .
       4020-LER-TRILHA-FIM.
           EXIT.
      *****************************************************************
      * LER UMA LINHA DA TRILHA
      *****************************************************************
       4025-LER-ENTRADA-TRILHA SECTION.
           READ TRILHA
               AT END
                   MOVE 'S' TO WK-FIM-TRILHA
               NOT AT END
                   MOVE TRL-DATA TO WK-TS-TRL-DATA
                   MOVE TRL-HORA TO WK-TS-TRL-HORA
                   EVALUATE TRUE
                       WHEN WK-TS-TRILHA > WK-TS-ATE
                           MOVE 'S' TO WK-FIM-TRILHA
                       WHEN WK-TS-TRILHA < WK-TS-BACKUP
                           CONTINUE
                       WHEN OTHER
                           MOVE 'S' TO WK-ENTRADA-PRONTA
                   END-EVALUATE
           END-READ
       .
       4025-LER-ENTRADA-TRILHA-FIM.
           EXIT.
      *****************************************************************
      * APLICAR A PROXIMA ENTRADA EM ORDEM DE DATA/HORA
      *****************************************************************
       4100-APLICAR-PROXIMA SECTION.
           IF WK-FIM-TRILHA EQUAL 'S'
               OR (WK-FIM-DIARIO EQUAL 'N'
               AND WK-TS-DIARIO NOT > WK-TS-TRILHA)
               PERFORM 4200-APLICAR-DIARIO
               IF WK-ERRO-RECUP EQUAL 'N'
                   PERFORM 4010-LER-DIARIO
               END-IF
           ELSE
               PERFORM 4300-APLICAR-TRILHA
               IF WK-ERRO-RECUP EQUAL 'N'
                   PERFORM 4020-LER-TRILHA
               END-IF
           END-IF
       .
       4100-APLICAR-PROXIMA-FIM.
           EXIT.
      *****************************************************************
      * APLICAR UMA ENTRADA DO DIARIO - A IMAGEM GRAVADA SUBSTITUI O
      * REGISTRO (INCLUSAO/ALTERACAO) OU A CHAVE SAI DO MESTRE
      * (EXCLUSAO)
      *****************************************************************
       4200-APLICAR-DIARIO SECTION.
           MOVE 'DIARIO'        TO WK-DIV-ORIGEM
           MOVE WK-TS-DIARIO    TO WK-DIV-TS
           MOVE DIA-OPERACAO    TO WK-DIV-OPERACAO
           MOVE DIA-REGISTRO (1:19) TO MST-CHAVE

           EVALUATE DIA-OPERACAO
               WHEN 'IN'
               WHEN 'AL'
                   PERFORM 4210-GRAVAR-IMAGEM
               WHEN 'EX'
                   PERFORM 4220-EXCLUIR-CHAVE
               WHEN OTHER
                   MOVE 'OPERACAO DESCONHECIDA NO DIARIO' TO
                       WK-DIV-MOTIVO
                   PERFORM 4800-REGISTRAR-DIVERGENCIA
           END-EVALUATE
       .
       4200-APLICAR-DIARIO-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR A IMAGEM DO DIARIO - REGRAVA A CHAVE EXISTENTE OU
      * INCLUI A AUSENTE (A DIFERENCA PARA A OPERACAO REGISTRADA E
      * DIVERGENCIA) E MANTEM O INDICE DE NOMES DO 'S'
      *****************************************************************
       4210-GRAVAR-IMAGEM SECTION.
           READ MESTRE
               INVALID KEY
                   MOVE 'N' TO WK-REG-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WK-REG-EXISTE
           END-READ

           IF WK-REG-EXISTE EQUAL 'S'
               AND DIA-OPERACAO EQUAL 'IN'
               MOVE 'INCLUSAO DE CHAVE JA EXISTENTE' TO WK-DIV-MOTIVO
               PERFORM 4800-REGISTRAR-DIVERGENCIA
           END-IF
           IF WK-REG-EXISTE EQUAL 'N'
               AND DIA-OPERACAO EQUAL 'AL'
               MOVE 'ALTERACAO DE CHAVE INEXISTENTE' TO WK-DIV-MOTIVO
               PERFORM 4800-REGISTRAR-DIVERGENCIA
           END-IF

           IF WK-REG-EXISTE EQUAL 'S'
               AND MST-TIPO EQUAL 'S'
               MOVE MST-S-NOME TO WK-NOME-ANTERIOR
               PERFORM 4400-EXCLUIR-NOME
           END-IF

           MOVE DIA-REGISTRO TO FL-MESTRE-ARQ
           IF WK-REG-EXISTE EQUAL 'S'
               REWRITE FL-MESTRE-ARQ
           ELSE
               WRITE FL-MESTRE-ARQ
           END-IF
           IF WK-STATUS-MST NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR A CHAVE ' MST-CHAVE
                   ' NO MESTRE ' WK-STATUS-MST
               MOVE 'S' TO WK-ERRO-RECUP
           ELSE
               IF MST-TIPO EQUAL 'S'
                   PERFORM 4410-GRAVAR-NOME
               END-IF
               IF DIA-OPERACAO EQUAL 'IN'
                   ADD 1 TO WK-TOT-DIA-IN
               ELSE
                   ADD 1 TO WK-TOT-DIA-AL
               END-IF
           END-IF
       .
       4210-GRAVAR-IMAGEM-FIM.
           EXIT.
      *****************************************************************
      * EXCLUIR A CHAVE DA ENTRADA DO DIARIO (COM A ENTRADA DO
      * INDICE DE NOMES, NO 'S')
      *****************************************************************
       4220-EXCLUIR-CHAVE SECTION.
           READ MESTRE
               INVALID KEY
                   MOVE 'EXCLUSAO DE CHAVE INEXISTENTE' TO
                       WK-DIV-MOTIVO
                   PERFORM 4800-REGISTRAR-DIVERGENCIA
               NOT INVALID KEY
                   PERFORM 4230-EXCLUIR-REGISTRO-LIDO
                   IF WK-ERRO-RECUP EQUAL 'N'
                       ADD 1 TO WK-TOT-DIA-EX
                   END-IF
           END-READ
       .
       4220-EXCLUIR-CHAVE-FIM.
           EXIT.
      *****************************************************************
      * EXCLUIR O REGISTRO JA LIDO DO MESTRE, TIRANDO ANTES A
      * ENTRADA DO INDICE DE NOMES QUANDO E UM 'S'
      *****************************************************************
       4230-EXCLUIR-REGISTRO-LIDO SECTION.
           IF MST-TIPO EQUAL 'S'
               MOVE MST-S-NOME TO WK-NOME-ANTERIOR
               PERFORM 4400-EXCLUIR-NOME
           END-IF

           DELETE MESTRE
           IF WK-STATUS-MST NOT EQUAL 0
               DISPLAY 'ERRO AO EXCLUIR A CHAVE ' MST-CHAVE
                   ' DO MESTRE ' WK-STATUS-MST
               MOVE 'S' TO WK-ERRO-RECUP
           END-IF
       .
       4230-EXCLUIR-REGISTRO-LIDO-FIM.
           EXIT.
      *****************************************************************
      * APLICAR UMA LINHA DA TRILHA - A CORRECAO DO CBLZMW17 E
      * REFEITA COM O VALOR NOVO REGISTRADO, COM A MESMA MANUTENCAO
      * DO INDICE DE NOMES E DA QUANTIDADE DE SOCIOS
      *****************************************************************
       4300-APLICAR-TRILHA SECTION.
           MOVE 'TRILHA'        TO WK-DIV-ORIGEM
           MOVE WK-TS-TRILHA    TO WK-DIV-TS
           MOVE TRL-OPERACAO    TO WK-DIV-OPERACAO
           MOVE TRL-CNPJ        TO MST-CNPJ
           MOVE TRL-TIPO        TO MST-TIPO
           MOVE TRL-SEQ         TO MST-SEQ

           READ MESTRE
               INVALID KEY
                   MOVE 'CORRECAO DE CHAVE INEXISTENTE' TO
                       WK-DIV-MOTIVO
                   PERFORM 4800-REGISTRAR-DIVERGENCIA
               NOT INVALID KEY
                   PERFORM 4310-APLICAR-CORRECAO-LIDA
           END-READ
       .
       4300-APLICAR-TRILHA-FIM.
           EXIT.
      *****************************************************************
      * APLICAR A CORRECAO DA TRILHA NO REGISTRO JA LIDO
      *****************************************************************
       4310-APLICAR-CORRECAO-LIDA SECTION.
           EVALUATE TRL-OPERACAO
               WHEN 'AE'
                   EVALUATE TRL-CAMPO
                       WHEN 'NOME'
                           MOVE TRL-VALOR-NOVO TO MST-E-NOME
                       WHEN 'ATIVO'
                           MOVE TRL-VALOR-NOVO (1:5) TO MST-E-ATIVO
                       WHEN 'SIT'
                           MOVE TRL-VALOR-NOVO (1:6) TO MST-E-SIT
                   END-EVALUATE
                   PERFORM 4320-REGRAVAR-MESTRE
                   IF WK-ERRO-RECUP EQUAL 'N'
                       ADD 1 TO WK-TOT-TRL-AE
                   END-IF
               WHEN 'AS'
               WHEN 'IS'
                   MOVE MST-S-NOME TO WK-NOME-ANTERIOR
                   EVALUATE TRL-CAMPO
                       WHEN 'NOME'
                           MOVE TRL-VALOR-NOVO (1:36) TO MST-S-NOME
                       WHEN 'STATUS'
                           MOVE TRL-VALOR-NOVO (1:5) TO MST-S-STATUS
                       WHEN 'TIPO'
                           MOVE TRL-VALOR-NOVO (1:2) TO
                               MST-S-TIPO-SOCIO
                   END-EVALUATE
                   PERFORM 4320-REGRAVAR-MESTRE
                   IF WK-ERRO-RECUP EQUAL 'N'
                       PERFORM 4400-EXCLUIR-NOME
                       PERFORM 4410-GRAVAR-NOME
                   END-IF
                   IF WK-ERRO-RECUP EQUAL 'N'
                       IF TRL-OPERACAO EQUAL 'AS'
                           ADD 1 TO WK-TOT-TRL-AS
                       ELSE
                           ADD 1 TO WK-TOT-TRL-IS
                       END-IF
                   END-IF
               WHEN 'EX'
                   PERFORM 4230-EXCLUIR-REGISTRO-LIDO
                   IF WK-ERRO-RECUP EQUAL 'N'
                       ADD 1 TO WK-TOT-TRL-EX
                       IF TRL-TIPO EQUAL 'S'
                           MOVE TRL-CNPJ TO WK-CNPJ-RECONTAGEM
                           PERFORM 4340-AJUSTAR-QTD-SOCIOS
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'OPERACAO DESCONHECIDA NA TRILHA' TO
                       WK-DIV-MOTIVO
                   PERFORM 4800-REGISTRAR-DIVERGENCIA
           END-EVALUATE
       .
       4310-APLICAR-CORRECAO-LIDA-FIM.
           EXIT.
      *****************************************************************
      * REGRAVAR O REGISTRO CORRIGIDO
      *****************************************************************
       4320-REGRAVAR-MESTRE SECTION.
           REWRITE FL-MESTRE-ARQ
           IF WK-STATUS-MST NOT EQUAL 0
               DISPLAY 'ERRO AO REGRAVAR A CHAVE ' MST-CHAVE
                   ' NO MESTRE ' WK-STATUS-MST
               MOVE 'S' TO WK-ERRO-RECUP
           END-IF
       .
       4320-REGRAVAR-MESTRE-FIM.
           EXIT.
      *****************************************************************
      * AJUSTAR A QUANTIDADE DE SOCIOS DO REGISTRO 'E' APOS A
      * EXCLUSAO DE UM SOCIO - RECONTA OS 'S' RESTANTES E REGRAVA O
      * 'E' (MESMA MECANICA DO CBLZMW17)
      *****************************************************************
       4340-AJUSTAR-QTD-SOCIOS SECTION.
           MOVE 'N' TO WK-FIM-VARREDURA
           MOVE ZEROS TO WK-QTD-RECONTADA

           MOVE WK-CNPJ-RECONTAGEM TO MST-CNPJ
           MOVE 'S' TO MST-TIPO
           MOVE ZEROS TO MST-SEQ
           START MESTRE KEY > MST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-VARREDURA
           END-START

           PERFORM 4350-CONTAR-SOCIO-MESTRE
               UNTIL WK-FIM-VARREDURA EQUAL 'S'

           MOVE WK-CNPJ-RECONTAGEM TO MST-CNPJ
           MOVE 'E' TO MST-TIPO
           MOVE ZEROS TO MST-SEQ
           READ MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WK-QTD-RECONTADA TO MST-E-QTD-SOCIOS
                   REWRITE FL-MESTRE-ARQ
                   IF WK-STATUS-MST NOT EQUAL 0
                       DISPLAY 'ERRO AO AJUSTAR A QUANTIDADE DE '
                           'SOCIOS DA EMPRESA ' WK-CNPJ-RECONTAGEM ' '
                           WK-STATUS-MST
                       MOVE 'S' TO WK-ERRO-RECUP
                   END-IF
           END-READ
       .
       4340-AJUSTAR-QTD-SOCIOS-FIM.
           EXIT.
      *****************************************************************
      * CONTAR O PROXIMO REGISTRO 'S' DA EMPRESA NA RECONTAGEM
      *****************************************************************
       4350-CONTAR-SOCIO-MESTRE SECTION.
           READ MESTRE NEXT
           IF WK-STATUS-MST NOT EQUAL 0
               MOVE 'S' TO WK-FIM-VARREDURA
           ELSE
               IF MST-CNPJ NOT EQUAL WK-CNPJ-RECONTAGEM
                   OR MST-TIPO NOT EQUAL 'S'
                   MOVE 'S' TO WK-FIM-VARREDURA
               ELSE
                   ADD 1 TO WK-QTD-RECONTADA
               END-IF
           END-IF
       .
       4350-CONTAR-SOCIO-MESTRE-FIM.
           EXIT.
      *****************************************************************
      * TIRAR DO INDICE DE NOMES A ENTRADA DO SOCIO CORRENTE PELO
      * NOME ANTERIOR A ATUALIZACAO - ENTRADA AUSENTE E DIVERGENCIA
      *****************************************************************
       4400-EXCLUIR-NOME SECTION.
           MOVE WK-NOME-ANTERIOR TO NOM-NOME
           MOVE MST-CNPJ         TO NOM-CNPJ
           MOVE MST-SEQ          TO NOM-SEQ
           DELETE NOMES
               INVALID KEY
                   MOVE 'ENTRADA AUSENTE DO INDICE DE NOMES' TO
                       WK-DIV-MOTIVO
                   PERFORM 4800-REGISTRAR-DIVERGENCIA
           END-DELETE
       .
       4400-EXCLUIR-NOME-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR NO INDICE DE NOMES A ENTRADA DO SOCIO CORRENTE -
      * ENTRADA JA EXISTENTE E REGRAVADA E CONTADA COMO DIVERGENCIA
      *****************************************************************
       4410-GRAVAR-NOME SECTION.
           MOVE MST-S-NOME       TO NOM-NOME
           MOVE MST-CNPJ         TO NOM-CNPJ
           MOVE MST-SEQ          TO NOM-SEQ
           MOVE MST-S-CNPJ-SOCIO TO NOM-DOC-SOCIO
           MOVE MST-S-TIPO-SOCIO TO NOM-TIPO-SOCIO
           MOVE MST-S-STATUS     TO NOM-STATUS
           WRITE FL-NOMES-ARQ
           IF WK-STATUS-NOM EQUAL 22
               REWRITE FL-NOMES-ARQ
               IF WK-STATUS-NOM EQUAL 0
                   MOVE 'ENTRADA JA EXISTENTE NO INDICE DE NOMES' TO
                       WK-DIV-MOTIVO
                   PERFORM 4800-REGISTRAR-DIVERGENCIA
               END-IF
           END-IF
           IF WK-STATUS-NOM NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR O INDICE DE NOMES NA CHAVE '
                   NOM-CHAVE ' - ' WK-STATUS-NOM
               MOVE 'S' TO WK-ERRO-RECUP
           END-IF
       .
       4410-GRAVAR-NOME-FIM.
           EXIT.
      *****************************************************************
      * REGISTRAR UMA DIVERGENCIA NO RELATORIO - A ENTRADA E
      * APLICADA MESMO ASSIM, E A RECUPERACAO TERMINA COM
      * RETURN-CODE 4 PARA A DIVERGENCIA SER CONFERIDA
      *****************************************************************
       4800-REGISTRAR-DIVERGENCIA SECTION.
           ADD 1 TO WK-TOT-DIVERGENCIAS
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               WK-DIV-ORIGEM    DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               WK-DIV-TS        DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               WK-DIV-OPERACAO  DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               MST-CHAVE        DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               WK-DIV-MOTIVO    DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       4800-REGISTRAR-DIVERGENCIA-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR NO DIARIO A MARCA RC - O MESTRE FOI REGRAVADO INTEIRO
      * E AS ENTRADAS ANTERIORES NAO PODEM MAIS SER REPRODUZIDAS POR
      * CIMA DELE A PARTIR DE UMA COPIA MAIS ANTIGA
      *****************************************************************
       4900-MARCAR-RECUPERACAO SECTION.
           OPEN EXTEND DIARIO
           IF WK-STATUS-DIA EQUAL 35
               OPEN OUTPUT DIARIO
           END-IF
           IF WK-STATUS-DIA NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO DIARIO DO MESTRE '
                   WK-STATUS-DIA
               MOVE 'S' TO WK-ERRO-RECUP
           ELSE
               MOVE SPACES TO FL-DIARIO-ARQ
               MOVE WK-DATA-SYS TO DIA-DATA
               MOVE WK-HORA-SYS TO DIA-HORA
               MOVE 'CBLZMW21'  TO DIA-PROGRAMA
               MOVE 'RC'        TO DIA-OPERACAO
               WRITE FL-DIARIO-ARQ
               IF WK-STATUS-DIA NOT EQUAL 0
                   DISPLAY 'ERRO AO GRAVAR O DIARIO DO MESTRE '
                       WK-STATUS-DIA
                   MOVE 'S' TO WK-ERRO-RECUP
               END-IF
               CLOSE DIARIO
           END-IF
       .
       4900-MARCAR-RECUPERACAO-FIM.
           EXIT.
      *****************************************************************
      * CONTAR O MESTRE RECUPERADO - REGISTROS 'E' E 'S', SOMA DAS
      * QUANTIDADES DE SOCIOS DOS 'E' E ENTRADAS DO INDICE DE NOMES
      *****************************************************************
       5000-CONTAR-MESTRE SECTION.
           MOVE LOW-VALUES TO MST-CHAVE
           MOVE 'N' TO WK-FIM-VARREDURA
           START MESTRE KEY NOT < MST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-VARREDURA
           END-START
           PERFORM 5100-CONTAR-REGISTRO-MESTRE
               UNTIL WK-FIM-VARREDURA EQUAL 'S'

           MOVE LOW-VALUES TO NOM-CHAVE
           MOVE 'N' TO WK-FIM-VARREDURA
           START NOMES KEY NOT < NOM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-VARREDURA
           END-START
           PERFORM 5200-CONTAR-REGISTRO-NOMES
               UNTIL WK-FIM-VARREDURA EQUAL 'S'

      * Cada 'S' tem de estar no indice e na quantidade do seu 'E'
           MOVE 'FINAL' TO WK-DIV-ORIGEM
           MOVE SPACES TO WK-DIV-TS
           MOVE SPACES TO WK-DIV-OPERACAO
           MOVE SPACES TO MST-CHAVE
           IF WK-TOT-FIM-NOMES NOT EQUAL WK-TOT-FIM-SOCIOS
               MOVE 'INDICE DE NOMES DIFERE DOS REGISTROS S' TO
                   WK-DIV-MOTIVO
               PERFORM 4800-REGISTRAR-DIVERGENCIA
           END-IF
           IF WK-TOT-FIM-QTD-SOCIOS NOT EQUAL WK-TOT-FIM-SOCIOS
               MOVE 'QUANTIDADE DE SOCIOS DOS E DIFERE DOS S' TO
                   WK-DIV-MOTIVO
               PERFORM 4800-REGISTRAR-DIVERGENCIA
           END-IF
       .
       5000-CONTAR-MESTRE-FIM.
           EXIT.
      *****************************************************************
      * CONTAR O PROXIMO REGISTRO DO MESTRE
      *****************************************************************
       5100-CONTAR-REGISTRO-MESTRE SECTION.
           READ MESTRE NEXT
           IF WK-STATUS-MST NOT EQUAL 0
               MOVE 'S' TO WK-FIM-VARREDURA
           ELSE
               IF MST-TIPO EQUAL 'E'
                   ADD 1 TO WK-TOT-FIM-EMPRESAS
                   ADD MST-E-QTD-SOCIOS TO WK-TOT-FIM-QTD-SOCIOS
               ELSE
                   ADD 1 TO WK-TOT-FIM-SOCIOS
               END-IF
           END-IF
       .
       5100-CONTAR-REGISTRO-MESTRE-FIM.
           EXIT.
      *****************************************************************
      * CONTAR A PROXIMA ENTRADA DO INDICE DE NOMES
      *****************************************************************
       5200-CONTAR-REGISTRO-NOMES SECTION.
           READ NOMES NEXT
           IF WK-STATUS-NOM NOT EQUAL 0
               MOVE 'S' TO WK-FIM-VARREDURA
           ELSE
               ADD 1 TO WK-TOT-FIM-NOMES
           END-IF
       .
       5200-CONTAR-REGISTRO-NOMES-FIM.
           EXIT.
      *****************************************************************
      * FINALIZAR - GRAVA OS TOTAIS, FECHA OS ARQUIVOS E ENCERRA COM
      * O RETURN-CODE (0 = OK, 4 = DIVERGENCIAS A CONFERIR, 12 =
      * RECUPERACAO INTERROMPIDA POR ERRO)
      *****************************************************************
       3000-FINALIZAR SECTION.
           IF WK-MESTRE-ABERTO EQUAL 'S'
               CLOSE MESTRE
           END-IF
           IF WK-NOMES-ABERTO EQUAL 'S'
               CLOSE NOMES
           END-IF

           PERFORM 3100-GRAVAR-TOTAIS
           CLOSE RELATORIO

           DISPLAY 'REGISTROS RESTAURADOS (MESTRE): ' WK-TOT-REST-MESTRE
           DISPLAY 'REGISTROS RESTAURADOS (NOMES).: ' WK-TOT-REST-NOMES
           DISPLAY 'DIARIO - INCLUSOES............: ' WK-TOT-DIA-IN
           DISPLAY 'DIARIO - ALTERACOES...........: ' WK-TOT-DIA-AL
           DISPLAY 'DIARIO - EXCLUSOES............: ' WK-TOT-DIA-EX
           DISPLAY 'TRILHA - ALTERACOES DE EMPRESA: ' WK-TOT-TRL-AE
           DISPLAY 'TRILHA - ALTERACOES DE SOCIO..: ' WK-TOT-TRL-AS
           DISPLAY 'TRILHA - INATIVACOES DE SOCIO.: ' WK-TOT-TRL-IS
           DISPLAY 'TRILHA - EXCLUSOES............: ' WK-TOT-TRL-EX
           DISPLAY 'DIVERGENCIAS..................: '
               WK-TOT-DIVERGENCIAS
           DISPLAY 'REGISTROS E NO MESTRE.........: '
               WK-TOT-FIM-EMPRESAS
           DISPLAY 'REGISTROS S NO MESTRE.........: ' WK-TOT-FIM-SOCIOS
           DISPLAY 'ENTRADAS DO INDICE DE NOMES...: ' WK-TOT-FIM-NOMES

           IF WK-ERRO-RECUP EQUAL 'S'
               IF WK-MESTRE-TOCADO EQUAL 'S'
                   DISPLAY 'Recuperacao INTERROMPIDA por erro - o '
                       'mestre esta incompleto; repetir a '
                       'recuperacao.'
               ELSE
                   DISPLAY 'Recuperacao INTERROMPIDA por erro - o '
                       'mestre nao foi tocado.'
               END-IF
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WK-TOT-DIVERGENCIAS > ZEROS
                   DISPLAY 'Recuperacao concluida com divergencias '
                       '- conferir o relatorio.'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'Recuperacao do mestre concluida.'
               END-IF
           END-IF

           STOP RUN
       .
       3000-FINALIZAR-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR OS TOTAIS DA RECUPERACAO NO FIM DO RELATORIO - AS
      * QUANTIDADES FINAIS SAO AS QUE O CBLZMW11 DEVE CONFIRMAR
      *****************************************************************
       3100-GRAVAR-TOTAIS SECTION.
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'RESTAURADOS: MESTRE=' DELIMITED BY SIZE
               WK-TOT-REST-MESTRE DELIMITED BY SIZE
               ' (CATALOGO=' DELIMITED BY SIZE
               WK-COPIA-QTD-MESTRE DELIMITED BY SIZE
               ') NOMES=' DELIMITED BY SIZE
               WK-TOT-REST-NOMES DELIMITED BY SIZE
               ' (CATALOGO=' DELIMITED BY SIZE
               WK-COPIA-QTD-NOMES DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'DIARIO: IN=' DELIMITED BY SIZE
               WK-TOT-DIA-IN DELIMITED BY SIZE
               ' AL=' DELIMITED BY SIZE
               WK-TOT-DIA-AL DELIMITED BY SIZE
               ' EX=' DELIMITED BY SIZE
               WK-TOT-DIA-EX DELIMITED BY SIZE
               '  TRILHA: AE=' DELIMITED BY SIZE
               WK-TOT-TRL-AE DELIMITED BY SIZE
               ' AS=' DELIMITED BY SIZE
               WK-TOT-TRL-AS DELIMITED BY SIZE
               ' IS=' DELIMITED BY SIZE
               WK-TOT-TRL-IS DELIMITED BY SIZE
               ' EX=' DELIMITED BY SIZE
               WK-TOT-TRL-EX DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'DIVERGENCIAS=' DELIMITED BY SIZE
               WK-TOT-DIVERGENCIAS DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'MESTRE FINAL: E=' DELIMITED BY SIZE
               WK-TOT-FIM-EMPRESAS DELIMITED BY SIZE
               ' S=' DELIMITED BY SIZE
               WK-TOT-FIM-SOCIOS DELIMITED BY SIZE
               ' INDICE DE NOMES=' DELIMITED BY SIZE
               WK-TOT-FIM-NOMES DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           IF WK-ERRO-RECUP EQUAL 'S'
               MOVE 'RECUPERACAO INTERROMPIDA POR ERRO' TO
                   FL-RELATORIO-ARQ
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF
       .
       3100-GRAVAR-TOTAIS-FIM.
           EXIT.

       END PROGRAM CBLZMW21.
