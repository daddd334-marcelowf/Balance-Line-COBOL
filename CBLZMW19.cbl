       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW19.
      *****************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 03/09/2026
      * Purpose: Conciliacao das correcoes manuais do CBLZMW17 com o
      *          feed de cada ciclo. A carga completa do CBLZMW08
      *          regrava o mestre e o indice de nomes a partir do
      *          extrato do CBLZMW06 e desfaz em silencio as
      *          correcoes aplicadas na mao, embora a trilha ainda as
      *          registre. Executado depois da carga, o programa
      *          percorre o cadastro de correcoes vigentes (mantido
      *          pelo CBLZMW17 junto com a trilha) em ordem de chave,
      *          casando-o com o CNPJ.txt e o SOCIOS.txt da rodada:
      *          a correcao que a origem ja adotou e retirada
      *          (ADOTADA); a que a origem ainda contradiz e
      *          reaplicada no mestre recarregado (e no indice de
      *          nomes); e a cuja chave nao existe mais no mestre
      *          vai para o relatorio de orfas, para o solicitante
      *          decidir o que fazer (ORFA). O socio e identificado
      *          pelo documento e nao pelo sequencial - a carga
      *          completa renumera os socios da empresa quando a
      *          origem inclui ou exclui alguem. Com o parametro
      *          TRILHA, em vez de conciliar, registra no cadastro
      *          as correcoes da trilha anteriores a ele (na
      *          exclusao e na troca de nome o documento do socio e
      *          localizado pelo nome entre os socios da empresa no
      *          mestre atual ou, para o socio ja excluido, no
      *          SOCIOS.txt; nos demais campos vale o documento
      *          gravado pelo CBLZMW17 no cadastro junto com a linha;
      *          linha sem socio identificado vai para o relatorio
      *          de orfas)
      * Updates:
      * 030926 - Marcelo - Create Program
      * 050926 - Marcelo - Na conciliacao, antes de abrir o mestre
      *          para atualizacao tira uma copia de seguranca datada
      *          do mestre e do indice de nomes (registrada no
      *          catalogo de copias) e passa a gravar no diario do
      *          mestre a imagem de cada registro regravado ou
      *          excluido, para a recuperacao do CBLZMW21
      * 130926 - Marcelo - Exclusao (de socio ou de empresa) ausente
      *          do mestre so e adotada quando a origem tambem nao
      *          traz mais a chave - senao fica ativa e pendente. No
      *          modo TRILHA o documento do socio passa a ser
      *          localizado pelo nome, e a linha nao identificada
      *          vai para o relatorio de orfas com RETURN-CODE 4
      * 150926 - Marcelo - No modo TRILHA a correcao de status ou
      *          tipo de socio deixa de ser ligada ao socio pelo
      *          sequencial da linha (renumerado pela carga completa)
      *          e passa a usar o documento gravado no cadastro com
      *          ela, conferido no mestre; sem documento gravado ou
      *          fora do mestre, vai para o relatorio de orfas
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cadastro das correcoes vigentes - uma entrada por campo
      * corrigido de cada registro, com a chave CNPJ+TIPO+DOCUMENTO
      * DO SOCIO+CAMPO na mesma ordem do CNPJ.txt e do SOCIOS.txt
       SELECT CORRECOES ASSIGN TO DYNAMIC
           WK-PATH-CORRECOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COR-CHAVE
           FILE STATUS IS WK-STATUS-COR.

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

      * Listas da rodada - a conferencia "a origem ja adotou a
      * correcao?" e feita contra elas e nao contra o mestre (no
      * modo incremental o mestre ainda traz a propria correcao).
      * O cadastro chega em ordem de chave, entao um unico avanco
      * sequencial por lista atende todas as correcoes
       SELECT LISTA-CNPJ ASSIGN TO DYNAMIC
           WK-PATH-CNPJ
           FILE STATUS IS WK-STATUS-E01.

       SELECT LISTA-SOCIOS ASSIGN TO DYNAMIC
           WK-PATH-SOCIOS
           FILE STATUS IS WK-STATUS-E02.

      * Trilha das correcoes manuais gravada pelo CBLZMW17 - lida so
      * no modo TRILHA
       SELECT TRILHA ASSIGN TO DYNAMIC
           WK-PATH-TRILHA
           FILE STATUS IS WK-STATUS-TRL.

       SELECT RELATORIO ASSIGN TO DYNAMIC
           WK-PATH-RELATORIO
           FILE STATUS IS WK-STATUS-REL.

      * Relatorio das correcoes orfas, uma linha por correcao com o
      * solicitante na frente, para ser repassado a quem pediu
       SELECT ORFAS ASSIGN TO DYNAMIC
           WK-PATH-ORFAS
           FILE STATUS IS WK-STATUS-ORF.

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

      * Correcao vigente - chave (CNPJ, TIPO, documento do socio -
      * zeros no 'E' - e campo, '*REGISTRO*' na exclusao), ultimo
      * sequencial conhecido, operacao e valor aplicados, quem pediu
      * e quando, e a situacao: ATIVA (conferida a cada ciclo),
      * ADOTADA (a origem passou a trazer o valor), ORFA (chave
      * sumiu do mestre) ou SUPERADA (o registro foi excluido por
      * outra correcao)
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

       FD LISTA-CNPJ RECORDING MODE IS F.
       01 ARQ-LISTA PIC X(96).
       01 FILLER REDEFINES ARQ-LISTA.
           05 ARQ-L-CNPJ       PIC 9(14).
           05 ARQ-L-SIT        PIC X(06).
           05 ARQ-L-NOME       PIC X(59).
           05 ARQ-L-ATIVO      PIC X(05).
           05 ARQ-L-DATA-ABERT PIC X(10).
           05 ARQ-L-FIM        PIC X(02).

       FD LISTA-SOCIOS RECORDING MODE IS F.
       01 ARQ-SOCIOS PIC X(73).
       01 FILLER REDEFINES ARQ-SOCIOS.
           05 ARQ-S-CNPJ       PIC 9(14).
           05 ARQ-S-CNPJ-SOCIO PIC 9(14).
           05 ARQ-S-NOME       PIC X(36).
           05 ARQ-S-STATUS     PIC X(05).
           05 ARQ-S-TIPO       PIC X(02).
           05 ARQ-S-FIM        PIC X(02).

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

       FD ORFAS RECORDING MODE IS F.
       01 FL-ORFAS-ARQ PIC X(150).

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
       01 WK-STATUS-COR PIC 9(02) VALUE 0.
       01 WK-STATUS-MST PIC 9(02) VALUE 0.
       01 WK-STATUS-NOM PIC 9(02) VALUE 0.
       01 WK-STATUS-E01 PIC 9(02) VALUE 0.
       01 WK-STATUS-E02 PIC 9(02) VALUE 0.
       01 WK-STATUS-TRL PIC 9(02) VALUE 0.
       01 WK-STATUS-REL PIC 9(02) VALUE 0.
       01 WK-STATUS-ORF PIC 9(02) VALUE 0.
       01 WK-FIM-CORRECOES PIC X(01) VALUE 'N'.
       01 WK-FIM-TRILHA    PIC X(01) VALUE 'N'.
       01 WK-ERRO-CONCIL   PIC X(01) VALUE 'N'.

      * Modo de execucao - 'S' quando o parametro TRILHA foi
      * informado na linha de comando
       01 WK-PARM-EXECUCAO PIC X(20) VALUE SPACES.
       01 WK-MODO-TRILHA   PIC X(01) VALUE 'N'.

      * Caminhos dos arquivos - valores default abaixo, substituidos
      * por BLCORREC/BLMESTRE/BLNOMES/BLCNPJ/BLSOCIO/BLTRILHA/
      * BLCONCIL/BLCORORF quando essas variaveis de ambiente
      * existirem
       01 WK-PATH-CORRECOES PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_COR.idx'.
       01 WK-PATH-MESTRE    PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_MST.idx'.
       01 WK-PATH-NOMES     PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_NOM.idx'.
       01 WK-PATH-CNPJ      PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\CNPJ.txt'.
       01 WK-PATH-SOCIOS    PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\SOCIOS.txt'.
       01 WK-PATH-TRILHA    PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_TRL.txt'.
       01 WK-PATH-RELATORIO PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_CRC.txt'.
       01 WK-PATH-ORFAS     PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_CRO.txt'.
       01 WK-ENV-VALOR      PIC X(100) VALUE SPACES.

      * Indicadores de arquivos abertos, para o fechamento
       01 WK-MESTRE-ABERTO  PIC X(01) VALUE 'N'.
       01 WK-NOMES-ABERTO   PIC X(01) VALUE 'N'.
       01 WK-LISTAS-ABERTAS PIC X(01) VALUE 'N'.
       01 WK-SAIDAS-ABERTAS PIC X(01) VALUE 'N'.

      * Data do sistema, carimbada na situacao das correcoes
       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE 0.
           02 WK-MONTH-SYS PIC 9(02) VALUE 0.
           02 WK-DAY-SYS   PIC 9(02) VALUE 0.

      * Hora da execucao - junto com a data, identifica a copia de
      * seguranca e as entradas do diario
       01 WK-HORA-SYS.
           02 WK-HOUR-SYS   PIC 9(02) VALUE 0.
           02 WK-MINUTE-SYS PIC 9(02) VALUE 0.
           02 WK-SECOND-SYS PIC 9(02) VALUE 0.

      * Streams de avanco sequencial sobre as listas da rodada
       01 WK-FIM-LISTA-C    PIC X(01) VALUE 'N'.
       01 WK-CNPJ-CARREGADO PIC X(01) VALUE 'N'.
       01 WK-FIM-LISTA-S    PIC X(01) VALUE 'N'.
       01 WK-SOC-CARREGADO  PIC X(01) VALUE 'N'.
       01 WK-CHAVE-COR-SOC.
           05 WK-CHAVE-COR-CNPJ PIC 9(14) VALUE ZEROS.
           05 WK-CHAVE-COR-DOC  PIC 9(14) VALUE ZEROS.
       01 WK-CHAVE-STREAM-SOC.
           05 WK-CHAVE-STR-CNPJ PIC 9(14) VALUE ZEROS.
           05 WK-CHAVE-STR-DOC  PIC 9(14) VALUE ZEROS.

      * Apoio da conferencia da correcao corrente - valor trazido
      * pela origem, valor presente no mestre e o que ficou decidido
       01 WK-ORIGEM-EXISTE  PIC X(01) VALUE 'N'.
       01 WK-VALOR-ORIGEM   PIC X(59) VALUE SPACES.
       01 WK-VALOR-MESTRE   PIC X(59) VALUE SPACES.
       01 WK-NOME-ANTERIOR  PIC X(36) VALUE SPACES.
       01 WK-ACAO           PIC X(11) VALUE SPACES.

      * Apoio da localizacao do socio no mestre pelo documento
       01 WK-FIM-VARREDURA  PIC X(01) VALUE 'N'.
       01 WK-SOC-ENCONTRADO PIC X(01) VALUE 'N'.
       01 WK-QTD-RECONTADA  PIC 9(04) VALUE ZEROS.

      * Ultimo socio excluido (por reaplicacao ou adocao de uma
      * exclusao) - as demais correcoes do mesmo socio, que vem logo
      * em seguida na ordem da chave, ficam superadas e nao orfas
       01 WK-EXC-CNPJ       PIC 9(14) VALUE ZEROS.
       01 WK-EXC-DOC        PIC 9(14) VALUE ZEROS.

      * Apoio do registro das correcoes da trilha (modo TRILHA) -
      * nome(s) pelo qual o socio da linha e procurado, quantidade de
      * documentos distintos com esse nome e motivo da recusa
       01 WK-TRL-DOC        PIC 9(14) VALUE ZEROS.
       01 WK-TRL-VALOR      PIC X(59) VALUE SPACES.
       01 WK-TRL-REGISTRAR  PIC X(01) VALUE 'N'.
       01 WK-TRL-NOME       PIC X(36) VALUE SPACES.
       01 WK-TRL-NOME-ALT   PIC X(36) VALUE SPACES.
       01 WK-TRL-DOC-LIDO   PIC 9(14) VALUE ZEROS.
       01 WK-TRL-QTD-DOCS   PIC 9(02) VALUE ZEROS.
       01 WK-TRL-MOTIVO     PIC X(22) VALUE SPACES.

      * Contadores da conciliacao
       01 WK-TOT-LIDAS      PIC 9(05) VALUE ZEROS.
       01 WK-TOT-REAPLICADAS PIC 9(05) VALUE ZEROS.
       01 WK-TOT-MANTIDAS   PIC 9(05) VALUE ZEROS.
       01 WK-TOT-ADOTADAS   PIC 9(05) VALUE ZEROS.
       01 WK-TOT-ORFAS      PIC 9(05) VALUE ZEROS.
       01 WK-TOT-SUPERADAS  PIC 9(05) VALUE ZEROS.
       01 WK-TOT-PENDENTES  PIC 9(05) VALUE ZEROS.

      * Contadores do registro da trilha
       01 WK-TOT-TRL-LIDAS      PIC 9(05) VALUE ZEROS.
       01 WK-TOT-TRL-REGISTRADAS PIC 9(05) VALUE ZEROS.
       01 WK-TOT-TRL-IGNORADAS  PIC 9(05) VALUE ZEROS.

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

           IF WK-MODO-TRILHA EQUAL 'S'

      * Loop para varrer a trilha e registrar as correcoes no
      * cadastro
               PERFORM UNTIL WK-FIM-TRILHA = 'S'
                   OR WK-ERRO-CONCIL = 'S'
                   PERFORM 5000-REGISTRAR-TRILHA
               END-PERFORM
           ELSE

      * Primeira passada - correcoes de campo e exclusoes de socio,
      * casadas com as listas da rodada
               PERFORM UNTIL WK-FIM-CORRECOES = 'S'
                   OR WK-ERRO-CONCIL = 'S'
                   PERFORM 2000-CONCILIAR-CORRECAO
               END-PERFORM

      * Segunda passada - exclusoes de empresa, depois que as
      * exclusoes dos socios ja foram reaplicadas
               IF WK-ERRO-CONCIL EQUAL 'N'
                   PERFORM 2900-POSICIONAR-CORRECOES
                   PERFORM UNTIL WK-FIM-CORRECOES = 'S'
                       OR WK-ERRO-CONCIL = 'S'
                       PERFORM 2950-CONCILIAR-EXCLUSAO-EMPRESA
                   END-PERFORM
               END-IF
           END-IF

           PERFORM 3000-FINALIZAR
       .
      *****************************************************************
      * INICIALIZAR - ABRE O CADASTRO DE CORRECOES E OS DEMAIS
      * ARQUIVOS DO MODO DE EXECUCAO
      *****************************************************************
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SYS FROM TIME

           PERFORM 1045-RESOLVER-PARAMETROS-ARQUIVO.
           PERFORM 1050-VERIFICAR-PARAMETRO-EXECUCAO.

      * Sem nenhuma correcao registrada o cadastro ainda nao existe
      * (status 35) - no modo TRILHA ele e criado aqui; na
      * conciliacao nao ha o que conferir e o ciclo segue
           OPEN I-O CORRECOES
           IF WK-STATUS-COR EQUAL 35
               IF WK-MODO-TRILHA EQUAL 'S'
                   OPEN OUTPUT CORRECOES
                   CLOSE CORRECOES
                   OPEN I-O CORRECOES
               ELSE
                   DISPLAY 'CADASTRO DE CORRECOES INEXISTENTE - '
                       'NENHUMA CORRECAO A CONCILIAR'
                   STOP RUN
               END-IF
           END-IF
           IF WK-STATUS-COR NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO CADASTRO DE CORRECOES'
                   WK-STATUS-COR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WK-MODO-TRILHA EQUAL 'S'
               PERFORM 1060-ABRIR-ARQUIVOS-TRILHA
           ELSE
               PERFORM 1070-ABRIR-ARQUIVOS-CONCILIACAO
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
           DISPLAY 'BLCORREC' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-CORRECOES
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

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

           DISPLAY 'BLCNPJ' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-CNPJ
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLSOCIO' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-SOCIOS
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLTRILHA' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-TRILHA
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLCONCIL' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-RELATORIO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLCORORF' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-ORFAS
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
      * VERIFICAR O PARAMETRO DE EXECUCAO - SEM PARAMETRO CONCILIA O
      * CADASTRO COM A RODADA; TRILHA REGISTRA AS CORRECOES DA
      * TRILHA. PARAMETRO DESCONHECIDO ENCERRA COM RETURN-CODE 8
      * ANTES DE QUALQUER ARQUIVO SER ABERTO
      *****************************************************************
       1050-VERIFICAR-PARAMETRO-EXECUCAO SECTION.
           ACCEPT WK-PARM-EXECUCAO FROM COMMAND-LINE

           EVALUATE WK-PARM-EXECUCAO
               WHEN SPACES
                   CONTINUE
               WHEN 'TRILHA'
                   MOVE 'S' TO WK-MODO-TRILHA
               WHEN OTHER
                   DISPLAY 'PARAMETRO DE EXECUCAO DESCONHECIDO: '
                       WK-PARM-EXECUCAO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
       .
       1050-VERIFICAR-PARAMETRO-EXECUCAO-FIM.
           EXIT.
      *****************************************************************
      * ABRIR OS ARQUIVOS DO MODO TRILHA - A TRILHA, O MESTRE E O
      * SOCIOS.txt SO PARA LEITURA (O DOCUMENTO DO SOCIO E PROCURADO
      * NELES) E O RELATORIO DE ORFAS PARA AS LINHAS NAO
      * IDENTIFICADAS
      *****************************************************************
       1060-ABRIR-ARQUIVOS-TRILHA SECTION.
           OPEN INPUT TRILHA
           IF WK-STATUS-TRL NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DA TRILHA DE CORRECOES'
                   WK-STATUS-TRL
               MOVE 'S' TO WK-ERRO-CONCIL
           ELSE
               OPEN INPUT MESTRE
               IF WK-STATUS-MST NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DO MESTRE INDEXADO'
                       WK-STATUS-MST
                   MOVE 'S' TO WK-ERRO-CONCIL
               ELSE
                   MOVE 'S' TO WK-MESTRE-ABERTO
               END-IF
           END-IF

           IF WK-ERRO-CONCIL EQUAL 'N'
               OPEN INPUT LISTA-SOCIOS
               MOVE 'S' TO WK-LISTAS-ABERTAS
               IF WK-STATUS-E02 NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DO SOCIOS.txt DA RODADA '
                       WK-STATUS-E02
                   MOVE 'S' TO WK-ERRO-CONCIL
               END-IF
           END-IF

           IF WK-ERRO-CONCIL EQUAL 'N'
               OPEN OUTPUT ORFAS
               MOVE 'S' TO WK-SAIDAS-ABERTAS
               IF WK-STATUS-ORF NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DO RELATORIO DE ORFAS '
                       WK-STATUS-ORF
                   MOVE 'S' TO WK-ERRO-CONCIL
               ELSE
                   PERFORM 1085-GRAVAR-CABECALHO-TRILHA
               END-IF
           END-IF

           IF WK-ERRO-CONCIL EQUAL 'S'
               MOVE 'S' TO WK-FIM-TRILHA
           END-IF
       .
       1060-ABRIR-ARQUIVOS-TRILHA-FIM.
           EXIT.
      *****************************************************************
      * ABRIR OS ARQUIVOS DA CONCILIACAO - O MESTRE E O INDICE DE
      * NOMES PARA ATUALIZACAO (DEPOIS DA COPIA DE SEGURANCA), O
      * DIARIO, AS LISTAS DA RODADA E OS DOIS RELATORIOS
      *****************************************************************
       1070-ABRIR-ARQUIVOS-CONCILIACAO SECTION.
           MOVE 'CONCILIACAO' TO WK-BKP-MODO
           PERFORM 1090-COPIAR-SEGURANCA
           IF WK-ERRO-COPIA EQUAL 'S'
               MOVE 'S' TO WK-ERRO-CONCIL
           END-IF

           IF WK-ERRO-CONCIL EQUAL 'N'
               OPEN I-O MESTRE
               IF WK-STATUS-MST NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DO MESTRE INDEXADO PARA '
                       'ATUALIZACAO ' WK-STATUS-MST
                   MOVE 'S' TO WK-ERRO-CONCIL
               ELSE
                   MOVE 'S' TO WK-MESTRE-ABERTO
               END-IF
           END-IF

           IF WK-ERRO-CONCIL EQUAL 'N'
               OPEN I-O NOMES
               IF WK-STATUS-NOM NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DO INDICE DE NOMES '
                       'PARA ATUALIZACAO ' WK-STATUS-NOM
                       ' - EXECUTAR A CARGA COMPLETA'
                   MOVE 'S' TO WK-ERRO-CONCIL
               ELSE
                   MOVE 'S' TO WK-NOMES-ABERTO
               END-IF
           END-IF

           IF WK-ERRO-CONCIL EQUAL 'N'
               PERFORM 1075-ABRIR-DIARIO
           END-IF

           IF WK-ERRO-CONCIL EQUAL 'N'
               OPEN INPUT LISTA-CNPJ
               OPEN INPUT LISTA-SOCIOS
               MOVE 'S' TO WK-LISTAS-ABERTAS
               IF WK-STATUS-E01 NOT EQUAL 0
                   OR WK-STATUS-E02 NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DAS LISTAS DA RODADA '
                       WK-STATUS-E01 ' ' WK-STATUS-E02
                   MOVE 'S' TO WK-ERRO-CONCIL
               END-IF
           END-IF

           IF WK-ERRO-CONCIL EQUAL 'N'
               OPEN OUTPUT RELATORIO
               OPEN OUTPUT ORFAS
               MOVE 'S' TO WK-SAIDAS-ABERTAS
               IF WK-STATUS-REL NOT EQUAL 0
                   OR WK-STATUS-ORF NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DOS RELATORIOS DA '
                       'CONCILIACAO ' WK-STATUS-REL ' ' WK-STATUS-ORF
                   MOVE 'S' TO WK-ERRO-CONCIL
               ELSE
                   PERFORM 1080-GRAVAR-CABECALHOS
               END-IF
           END-IF

           IF WK-ERRO-CONCIL EQUAL 'S'
               MOVE 'S' TO WK-FIM-CORRECOES
           END-IF
       .
       1070-ABRIR-ARQUIVOS-CONCILIACAO-FIM.
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
               MOVE 'S' TO WK-ERRO-CONCIL
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
               MOVE 'CBLZMW19'         TO CAT-PROGRAMA
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
      * GRAVAR OS CABECALHOS DO RELATORIO DA CONCILIACAO E DO
      * RELATORIO DE ORFAS
      *****************************************************************
       1080-GRAVAR-CABECALHOS SECTION.
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'CONCILIACAO DAS CORRECOES MANUAIS - CBLZMW19 - '
                                DELIMITED BY SIZE
               WK-DATA-SYS      DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE WK-CABEC-L TO FL-ORFAS-ARQ
           WRITE FL-ORFAS-ARQ
           MOVE SPACES TO FL-ORFAS-ARQ
           STRING
               'CORRECOES MANUAIS ORFAS (CHAVE INEXISTENTE NO MESTRE)'
                                DELIMITED BY SIZE
               ' - '            DELIMITED BY SIZE
               WK-DATA-SYS      DELIMITED BY SIZE
               INTO FL-ORFAS-ARQ
           END-STRING
           WRITE FL-ORFAS-ARQ AFTER ADVANCING 1 LINE
           MOVE SPACES TO FL-ORFAS-ARQ
           MOVE 'SOLICITANTE          DATA     CNPJ           T SEQ  '
               TO FL-ORFAS-ARQ
           MOVE 'DOC.SOCIO      CAMPO      VALOR DA CORRECAO' TO
               FL-ORFAS-ARQ (54:43)
           WRITE FL-ORFAS-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-ORFAS-ARQ
           WRITE FL-ORFAS-ARQ AFTER ADVANCING 1 LINE
       .
       1080-GRAVAR-CABECALHOS-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR O CABECALHO DO RELATORIO DE ORFAS NO MODO TRILHA
      *****************************************************************
       1085-GRAVAR-CABECALHO-TRILHA SECTION.
           MOVE WK-CABEC-L TO FL-ORFAS-ARQ
           WRITE FL-ORFAS-ARQ
           MOVE SPACES TO FL-ORFAS-ARQ
           STRING
               'CORRECOES DA TRILHA NAO REGISTRADAS (SOCIO NAO '
                                DELIMITED BY SIZE
               'IDENTIFICADO) - ' DELIMITED BY SIZE
               WK-DATA-SYS      DELIMITED BY SIZE
               INTO FL-ORFAS-ARQ
           END-STRING
           WRITE FL-ORFAS-ARQ AFTER ADVANCING 1 LINE
           MOVE SPACES TO FL-ORFAS-ARQ
           MOVE 'MOTIVO                 SOLICITANTE          DATA     '
               TO FL-ORFAS-ARQ
           MOVE 'CNPJ           T SEQ  OP CAMPO      NOME PROCURADO'
               TO FL-ORFAS-ARQ (54:50)
           WRITE FL-ORFAS-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-ORFAS-ARQ
           WRITE FL-ORFAS-ARQ AFTER ADVANCING 1 LINE
       .
       1085-GRAVAR-CABECALHO-TRILHA-FIM.
           EXIT.
      *****************************************************************
      * CONCILIAR UMA CORRECAO - LE A PROXIMA DO CADASTRO E DESPACHA
      * PELO TIPO; SO AS ATIVAS SAO CONFERIDAS, E A EXCLUSAO DE
      * EMPRESA FICA PARA A SEGUNDA PASSADA
      *****************************************************************
       2000-CONCILIAR-CORRECAO SECTION.
           READ CORRECOES NEXT

           IF WK-STATUS-COR EQUAL 10
               MOVE 'S' TO WK-FIM-CORRECOES
           ELSE
               IF WK-STATUS-COR NOT EQUAL 00
                   DISPLAY 'ERRO AO LER O CADASTRO DE CORRECOES'
                       WK-STATUS-COR
                   MOVE 'S' TO WK-ERRO-CONCIL
               ELSE
                   IF COR-SITUACAO EQUAL 'ATIVA'
                       AND NOT (COR-OPERACAO EQUAL 'EX'
                           AND COR-TIPO EQUAL 'E')
                       ADD 1 TO WK-TOT-LIDAS
                       IF COR-TIPO EQUAL 'E'
                           PERFORM 2100-CONCILIAR-EMPRESA
                       ELSE
                           PERFORM 2200-CONCILIAR-SOCIO
                       END-IF
                   END-IF
               END-IF
           END-IF
       .
       2000-CONCILIAR-CORRECAO-FIM.
       EXIT.
      *****************************************************************
      * CONCILIAR UMA CORRECAO DE CAMPO DO REGISTRO 'E' - A ORIGEM E
      * O REGISTRO DO CNPJ.txt DA RODADA; A CHAVE PRECISA EXISTIR NO
      * MESTRE RECARREGADO
      *****************************************************************
       2100-CONCILIAR-EMPRESA SECTION.
           PERFORM 2150-AVANCAR-STREAM-CNPJ
               UNTIL WK-FIM-LISTA-C EQUAL 'S'
                   OR (WK-CNPJ-CARREGADO EQUAL 'S'
                       AND ARQ-L-CNPJ >= COR-CNPJ)

           MOVE 'N' TO WK-ORIGEM-EXISTE
           MOVE SPACES TO WK-VALOR-ORIGEM
           IF WK-FIM-LISTA-C NOT EQUAL 'S'
               AND ARQ-L-CNPJ EQUAL COR-CNPJ
               MOVE 'S' TO WK-ORIGEM-EXISTE
               EVALUATE COR-CAMPO
                   WHEN 'NOME'
                       MOVE ARQ-L-NOME TO WK-VALOR-ORIGEM
                   WHEN 'ATIVO'
                       MOVE ARQ-L-ATIVO TO WK-VALOR-ORIGEM
                   WHEN 'SIT'
                       MOVE ARQ-L-SIT TO WK-VALOR-ORIGEM
               END-EVALUATE
           END-IF

           MOVE COR-CNPJ TO MST-CNPJ
           MOVE 'E' TO MST-TIPO
           MOVE ZEROS TO MST-SEQ
           READ MESTRE
               INVALID KEY
                   PERFORM 2700-REGISTRAR-ORFA
               NOT INVALID KEY
                   MOVE SPACES TO WK-VALOR-MESTRE
                   EVALUATE COR-CAMPO
                       WHEN 'NOME'
                           MOVE MST-E-NOME TO WK-VALOR-MESTRE
                       WHEN 'ATIVO'
                           MOVE MST-E-ATIVO TO WK-VALOR-MESTRE
                       WHEN 'SIT'
                           MOVE MST-E-SIT TO WK-VALOR-MESTRE
                   END-EVALUATE

                   EVALUATE TRUE
                       WHEN WK-ORIGEM-EXISTE EQUAL 'S'
                           AND WK-VALOR-ORIGEM EQUAL COR-VALOR
                           PERFORM 2600-RETIRAR-CORRECAO
                       WHEN WK-VALOR-MESTRE EQUAL COR-VALOR
                           ADD 1 TO WK-TOT-MANTIDAS
                       WHEN OTHER
                           PERFORM 2120-REAPLICAR-EMPRESA
                   END-EVALUATE
           END-READ
       .
       2100-CONCILIAR-EMPRESA-FIM.
       EXIT.
      *****************************************************************
      * REAPLICAR NO REGISTRO 'E' JA LIDO O VALOR DA CORRECAO
      *****************************************************************
       2120-REAPLICAR-EMPRESA SECTION.
           EVALUATE COR-CAMPO
               WHEN 'NOME'
                   MOVE COR-VALOR TO MST-E-NOME
               WHEN 'ATIVO'
                   MOVE COR-VALOR (1:5) TO MST-E-ATIVO
               WHEN 'SIT'
                   MOVE COR-VALOR (1:6) TO MST-E-SIT
           END-EVALUATE

           REWRITE FL-MESTRE-ARQ
           IF WK-STATUS-MST NOT EQUAL 0
               DISPLAY 'ERRO AO REGRAVAR A CHAVE ' MST-CHAVE
                   ' NO MESTRE ' WK-STATUS-MST
               MOVE 'S' TO WK-ERRO-CONCIL
           ELSE
               MOVE 'AL' TO WK-DIA-OPERACAO
               PERFORM 2970-REGISTRAR-DIARIO
               PERFORM 2500-CONTAR-REAPLICACAO
           END-IF
       .
       2120-REAPLICAR-EMPRESA-FIM.
       EXIT.
      *****************************************************************
      * AVANCAR O STREAM DO CNPJ.txt ATE ALCANCAR O CNPJ PROCURADO
      *****************************************************************
       2150-AVANCAR-STREAM-CNPJ SECTION.
           READ LISTA-CNPJ

           IF WK-STATUS-E01 NOT EQUAL 00
               MOVE 'S' TO WK-FIM-LISTA-C
           ELSE
               MOVE 'S' TO WK-CNPJ-CARREGADO
           END-IF
       .
       2150-AVANCAR-STREAM-CNPJ-FIM.
       EXIT.
      *****************************************************************
      * CONCILIAR UMA CORRECAO DO REGISTRO 'S' - A ORIGEM E O PAR
      * EMPRESA+DOCUMENTO DO SOCIOS.txt DA RODADA; NO MESTRE O SOCIO
      * E LOCALIZADO PELO DOCUMENTO (O SEQUENCIAL MUDA NA CARGA
      * COMPLETA QUANDO A ORIGEM INCLUI OU EXCLUI SOCIOS)
      *****************************************************************
       2200-CONCILIAR-SOCIO SECTION.
           MOVE COR-CNPJ      TO WK-CHAVE-COR-CNPJ
           MOVE COR-DOC-SOCIO TO WK-CHAVE-COR-DOC

           PERFORM 2250-AVANCAR-STREAM-SOCIO
               UNTIL WK-FIM-LISTA-S EQUAL 'S'
                   OR (WK-SOC-CARREGADO EQUAL 'S'
                       AND WK-CHAVE-STREAM-SOC >= WK-CHAVE-COR-SOC)

           MOVE 'N' TO WK-ORIGEM-EXISTE
           MOVE SPACES TO WK-VALOR-ORIGEM
           IF WK-FIM-LISTA-S NOT EQUAL 'S'
               AND WK-CHAVE-STREAM-SOC EQUAL WK-CHAVE-COR-SOC
               MOVE 'S' TO WK-ORIGEM-EXISTE
               EVALUATE COR-CAMPO
                   WHEN 'NOME'
                       MOVE ARQ-S-NOME TO WK-VALOR-ORIGEM
                   WHEN 'STATUS'
                       MOVE ARQ-S-STATUS TO WK-VALOR-ORIGEM
                   WHEN 'TIPO'
                       MOVE ARQ-S-TIPO TO WK-VALOR-ORIGEM
               END-EVALUATE
           END-IF

           PERFORM 2750-LOCALIZAR-SOCIO-MESTRE

      * Socio ausente do mestre na exclusao: so e adotada quando a
      * origem tambem o tirou - se a origem ainda o traz (carga
      * incremental, ou socio recusado no CBLZMW06), a proxima carga
      * completa o devolve e a exclusao continua vigente (PENDENTE)
           IF WK-SOC-ENCONTRADO NOT EQUAL 'S'
               EVALUATE TRUE
                   WHEN COR-OPERACAO EQUAL 'EX'
                       MOVE COR-CNPJ      TO WK-EXC-CNPJ
                       MOVE COR-DOC-SOCIO TO WK-EXC-DOC
                       IF WK-ORIGEM-EXISTE EQUAL 'N'
                           PERFORM 2600-RETIRAR-CORRECAO
                       ELSE
                           PERFORM 2610-MANTER-PENDENTE
                       END-IF
                   WHEN COR-CNPJ EQUAL WK-EXC-CNPJ
                       AND COR-DOC-SOCIO EQUAL WK-EXC-DOC
                       PERFORM 2650-SUPERAR-CORRECAO
                   WHEN OTHER
                       PERFORM 2700-REGISTRAR-ORFA
               END-EVALUATE
           ELSE
               MOVE MST-SEQ TO COR-SEQ
               IF COR-OPERACAO EQUAL 'EX'
                   MOVE COR-CNPJ      TO WK-EXC-CNPJ
                   MOVE COR-DOC-SOCIO TO WK-EXC-DOC
                   PERFORM 2300-REAPLICAR-EXCLUSAO-SOCIO
               ELSE
                   MOVE SPACES TO WK-VALOR-MESTRE
                   EVALUATE COR-CAMPO
                       WHEN 'NOME'
                           MOVE MST-S-NOME TO WK-VALOR-MESTRE
                       WHEN 'STATUS'
                           MOVE MST-S-STATUS TO WK-VALOR-MESTRE
                       WHEN 'TIPO'
                           MOVE MST-S-TIPO-SOCIO TO WK-VALOR-MESTRE
                   END-EVALUATE

                   EVALUATE TRUE
                       WHEN WK-ORIGEM-EXISTE EQUAL 'S'
                           AND WK-VALOR-ORIGEM EQUAL COR-VALOR
                           PERFORM 2600-RETIRAR-CORRECAO
                       WHEN WK-VALOR-MESTRE EQUAL COR-VALOR
                           ADD 1 TO WK-TOT-MANTIDAS
                           PERFORM 2550-REGRAVAR-CORRECAO
                       WHEN OTHER
                           PERFORM 2220-REAPLICAR-SOCIO
                   END-EVALUATE
               END-IF
           END-IF
       .
       2200-CONCILIAR-SOCIO-FIM.
       EXIT.
      *****************************************************************
      * REAPLICAR NO REGISTRO 'S' LOCALIZADO O VALOR DA CORRECAO E
      * MANTER O INDICE DE NOMES (A TROCA DO NOME TROCA A CHAVE)
      *****************************************************************
       2220-REAPLICAR-SOCIO SECTION.
           MOVE MST-S-NOME TO WK-NOME-ANTERIOR

           EVALUATE COR-CAMPO
               WHEN 'NOME'
                   MOVE COR-VALOR (1:36) TO MST-S-NOME
               WHEN 'STATUS'
                   MOVE COR-VALOR (1:5) TO MST-S-STATUS
               WHEN 'TIPO'
                   MOVE COR-VALOR (1:2) TO MST-S-TIPO-SOCIO
           END-EVALUATE

           REWRITE FL-MESTRE-ARQ
           IF WK-STATUS-MST NOT EQUAL 0
               DISPLAY 'ERRO AO REGRAVAR A CHAVE ' MST-CHAVE
                   ' NO MESTRE ' WK-STATUS-MST
               MOVE 'S' TO WK-ERRO-CONCIL
           ELSE
               MOVE 'AL' TO WK-DIA-OPERACAO
               PERFORM 2970-REGISTRAR-DIARIO
               PERFORM 2400-MANTER-INDICE-NOME
               IF WK-ERRO-CONCIL EQUAL 'N'
                   PERFORM 2500-CONTAR-REAPLICACAO
               END-IF
           END-IF
       .
       2220-REAPLICAR-SOCIO-FIM.
       EXIT.
      *****************************************************************
      * AVANCAR O STREAM DO SOCIOS.txt ATE ALCANCAR A CHAVE
      * EMPRESA+DOCUMENTO PROCURADA
      *****************************************************************
       2250-AVANCAR-STREAM-SOCIO SECTION.
           READ LISTA-SOCIOS

           IF WK-STATUS-E02 NOT EQUAL 00
               MOVE 'S' TO WK-FIM-LISTA-S
           ELSE
               MOVE 'S' TO WK-SOC-CARREGADO
               MOVE ARQ-S-CNPJ       TO WK-CHAVE-STR-CNPJ
               MOVE ARQ-S-CNPJ-SOCIO TO WK-CHAVE-STR-DOC
           END-IF
       .
       2250-AVANCAR-STREAM-SOCIO-FIM.
       EXIT.
      *****************************************************************
      * REAPLICAR A EXCLUSAO DE UM SOCIO QUE A CARGA TROUXE DE VOLTA
      * - SAI A ENTRADA DO INDICE DE NOMES, SAI O REGISTRO 'S' E A
      * QUANTIDADE DE SOCIOS DO 'E' E RECONTADA
      *****************************************************************
       2300-REAPLICAR-EXCLUSAO-SOCIO SECTION.
           MOVE MST-S-NOME TO NOM-NOME
           MOVE MST-CNPJ   TO NOM-CNPJ
           MOVE MST-SEQ    TO NOM-SEQ
           DELETE NOMES
               INVALID KEY
                   DISPLAY 'INDICE DE NOMES DEFASADO NA CHAVE '
                       NOM-CHAVE ' - EXECUTAR A CARGA COMPLETA'
                   MOVE 'S' TO WK-ERRO-CONCIL
           END-DELETE

           IF WK-ERRO-CONCIL EQUAL 'N'
               DELETE MESTRE
               IF WK-STATUS-MST NOT EQUAL 0
                   DISPLAY 'ERRO AO EXCLUIR A CHAVE ' MST-CHAVE
                       ' DO MESTRE ' WK-STATUS-MST
                   MOVE 'S' TO WK-ERRO-CONCIL
               ELSE
                   MOVE 'EX' TO WK-DIA-OPERACAO
                   PERFORM 2970-REGISTRAR-DIARIO
                   PERFORM 2350-AJUSTAR-QTD-SOCIOS
                   IF WK-ERRO-CONCIL EQUAL 'N'
                       PERFORM 2500-CONTAR-REAPLICACAO
                   END-IF
               END-IF
           END-IF
       .
       2300-REAPLICAR-EXCLUSAO-SOCIO-FIM.
       EXIT.
      *****************************************************************
      * AJUSTAR A QUANTIDADE DE SOCIOS DO REGISTRO 'E' APOS A
      * EXCLUSAO REAPLICADA - RECONTA OS 'S' RESTANTES E REGRAVA O
      * 'E' (MESMA MECANICA DA CARGA INCREMENTAL DO CBLZMW08)
      *****************************************************************
       2350-AJUSTAR-QTD-SOCIOS SECTION.
           MOVE 'N' TO WK-FIM-VARREDURA
           MOVE ZEROS TO WK-QTD-RECONTADA

           MOVE COR-CNPJ TO MST-CNPJ
           MOVE 'S' TO MST-TIPO
           MOVE ZEROS TO MST-SEQ
           START MESTRE KEY > MST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-VARREDURA
           END-START

           PERFORM 2360-CONTAR-SOCIO-MESTRE
               UNTIL WK-FIM-VARREDURA EQUAL 'S'

           MOVE COR-CNPJ TO MST-CNPJ
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
                           'SOCIOS DA EMPRESA ' COR-CNPJ ' '
                           WK-STATUS-MST
                       MOVE 'S' TO WK-ERRO-CONCIL
                   ELSE
                       MOVE 'AL' TO WK-DIA-OPERACAO
                       PERFORM 2970-REGISTRAR-DIARIO
                   END-IF
           END-READ
       .
       2350-AJUSTAR-QTD-SOCIOS-FIM.
       EXIT.
      *****************************************************************
      * CONTAR O PROXIMO REGISTRO 'S' DA EMPRESA NA RECONTAGEM
      *****************************************************************
       2360-CONTAR-SOCIO-MESTRE SECTION.
           READ MESTRE NEXT

           IF WK-STATUS-MST NOT EQUAL 0
               MOVE 'S' TO WK-FIM-VARREDURA
           ELSE
               IF MST-CNPJ NOT EQUAL COR-CNPJ
                   OR MST-TIPO NOT EQUAL 'S'
                   MOVE 'S' TO WK-FIM-VARREDURA
               ELSE
                   ADD 1 TO WK-QTD-RECONTADA
               END-IF
           END-IF
       .
       2360-CONTAR-SOCIO-MESTRE-FIM.
       EXIT.
      *****************************************************************
      * MANTER O INDICE DE NOMES APOS A REAPLICACAO NUM SOCIO - NA
      * TROCA DO NOME A ENTRADA ANTIGA SAI E UMA NOVA ENTRA; NOS
      * DEMAIS CAMPOS A ENTRADA E REGRAVADA (MESMA MECANICA DO
      * CBLZMW17)
      *****************************************************************
       2400-MANTER-INDICE-NOME SECTION.
           IF COR-CAMPO EQUAL 'NOME'
               MOVE WK-NOME-ANTERIOR TO NOM-NOME
               MOVE MST-CNPJ TO NOM-CNPJ
               MOVE MST-SEQ  TO NOM-SEQ
               DELETE NOMES
                   INVALID KEY
                       DISPLAY 'INDICE DE NOMES DEFASADO NA CHAVE '
                           NOM-CHAVE ' - EXECUTAR A CARGA COMPLETA'
                       MOVE 'S' TO WK-ERRO-CONCIL
               END-DELETE
               IF WK-ERRO-CONCIL EQUAL 'N'
                   MOVE MST-S-NOME       TO NOM-NOME
                   MOVE MST-CNPJ         TO NOM-CNPJ
                   MOVE MST-SEQ          TO NOM-SEQ
                   MOVE MST-S-CNPJ-SOCIO TO NOM-DOC-SOCIO
                   MOVE MST-S-TIPO-SOCIO TO NOM-TIPO-SOCIO
                   MOVE MST-S-STATUS     TO NOM-STATUS
                   WRITE FL-NOMES-ARQ
                   IF WK-STATUS-NOM NOT EQUAL 0
                       DISPLAY 'ERRO AO GRAVAR O INDICE DE NOMES NA '
                           'CHAVE ' NOM-CHAVE ' - ' WK-STATUS-NOM
                       MOVE 'S' TO WK-ERRO-CONCIL
                   END-IF
               END-IF
           ELSE
               MOVE MST-S-NOME TO NOM-NOME
               MOVE MST-CNPJ TO NOM-CNPJ
               MOVE MST-SEQ  TO NOM-SEQ
               READ NOMES
                   INVALID KEY
                       DISPLAY 'INDICE DE NOMES DEFASADO NA CHAVE '
                           NOM-CHAVE ' - EXECUTAR A CARGA COMPLETA'
                       MOVE 'S' TO WK-ERRO-CONCIL
                   NOT INVALID KEY
                       MOVE MST-S-STATUS     TO NOM-STATUS
                       MOVE MST-S-TIPO-SOCIO TO NOM-TIPO-SOCIO
                       REWRITE FL-NOMES-ARQ
                       IF WK-STATUS-NOM NOT EQUAL 0
                           DISPLAY 'ERRO AO REGRAVAR O INDICE DE '
                               'NOMES NA CHAVE ' NOM-CHAVE ' - '
                               WK-STATUS-NOM
                           MOVE 'S' TO WK-ERRO-CONCIL
                       END-IF
               END-READ
           END-IF
       .
       2400-MANTER-INDICE-NOME-FIM.
           EXIT.
      *****************************************************************
      * CONTAR A REAPLICACAO DA CORRECAO CORRENTE, LISTAR NO
      * RELATORIO E REGRAVAR A CORRECAO COM O CONTADOR DE
      * REAPLICACOES
      *****************************************************************
       2500-CONTAR-REAPLICACAO SECTION.
           ADD 1 TO WK-TOT-REAPLICADAS
           ADD 1 TO COR-QTD-REAPLIC
           MOVE 'REAPLICADA' TO WK-ACAO
           PERFORM 2800-LISTAR-CORRECAO
           PERFORM 2550-REGRAVAR-CORRECAO
       .
       2500-CONTAR-REAPLICACAO-FIM.
           EXIT.
      *****************************************************************
      * REGRAVAR A CORRECAO CORRENTE NO CADASTRO
      *****************************************************************
       2550-REGRAVAR-CORRECAO SECTION.
           REWRITE FL-CORRECOES-ARQ
           IF WK-STATUS-COR NOT EQUAL 0
               DISPLAY 'ERRO AO REGRAVAR O CADASTRO DE CORRECOES NA '
                   'CHAVE ' COR-CHAVE ' - ' WK-STATUS-COR
               MOVE 'S' TO WK-ERRO-CONCIL
           END-IF
       .
       2550-REGRAVAR-CORRECAO-FIM.
           EXIT.
      *****************************************************************
      * RETIRAR A CORRECAO QUE A ORIGEM ADOTOU - DEIXA DE SER
      * CONFERIDA NOS PROXIMOS CICLOS
      *****************************************************************
       2600-RETIRAR-CORRECAO SECTION.
           ADD 1 TO WK-TOT-ADOTADAS
           MOVE 'ADOTADA' TO COR-SITUACAO
           MOVE WK-DATA-SYS TO COR-DATA-SIT
           MOVE 'ADOTADA' TO WK-ACAO
           PERFORM 2800-LISTAR-CORRECAO
           PERFORM 2550-REGRAVAR-CORRECAO
       .
       2600-RETIRAR-CORRECAO-FIM.
           EXIT.
      *****************************************************************
      * MANTER ATIVA A EXCLUSAO QUE A ORIGEM AINDA CONTRADIZ SEM QUE
      * HAJA O QUE REAPLICAR NO MESTRE - CONTINUA SENDO CONFERIDA E
      * SAI NO RELATORIO COMO PENDENTE
      *****************************************************************
       2610-MANTER-PENDENTE SECTION.
           ADD 1 TO WK-TOT-PENDENTES
           MOVE 'PENDENTE' TO WK-ACAO
           PERFORM 2800-LISTAR-CORRECAO
       .
       2610-MANTER-PENDENTE-FIM.
           EXIT.
      *****************************************************************
      * SUPERAR A CORRECAO DE UM SOCIO QUE OUTRA CORRECAO EXCLUIU
      *****************************************************************
       2650-SUPERAR-CORRECAO SECTION.
           ADD 1 TO WK-TOT-SUPERADAS
           MOVE 'SUPERADA' TO COR-SITUACAO
           MOVE WK-DATA-SYS TO COR-DATA-SIT
           MOVE 'SUPERADA' TO WK-ACAO
           PERFORM 2800-LISTAR-CORRECAO
           PERFORM 2550-REGRAVAR-CORRECAO
       .
       2650-SUPERAR-CORRECAO-FIM.
           EXIT.
      *****************************************************************
      * REGISTRAR A CORRECAO ORFA - A CHAVE NAO EXISTE MAIS NO
      * MESTRE; SAI DA CONFERENCIA E VAI PARA O RELATORIO DE ORFAS
      * COM O SOLICITANTE NA FRENTE
      *****************************************************************
       2700-REGISTRAR-ORFA SECTION.
           ADD 1 TO WK-TOT-ORFAS
           MOVE 'ORFA' TO COR-SITUACAO
           MOVE WK-DATA-SYS TO COR-DATA-SIT
           MOVE 'ORFA' TO WK-ACAO
           PERFORM 2800-LISTAR-CORRECAO

           MOVE SPACES TO FL-ORFAS-ARQ
           STRING
               COR-SOLICITANTE  DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               COR-DATA         DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               COR-CNPJ         DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               COR-TIPO         DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               COR-SEQ          DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               COR-DOC-SOCIO    DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               COR-CAMPO        DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               COR-VALOR        DELIMITED BY SIZE
               INTO FL-ORFAS-ARQ
           END-STRING
           WRITE FL-ORFAS-ARQ AFTER ADVANCING 1 LINE
           IF WK-STATUS-ORF NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE ORFAS'
                   WK-STATUS-ORF
               MOVE 'S' TO WK-ERRO-CONCIL
           END-IF

           PERFORM 2550-REGRAVAR-CORRECAO
       .
       2700-REGISTRAR-ORFA-FIM.
           EXIT.
      *****************************************************************
      * LOCALIZAR NO MESTRE O SOCIO DA CORRECAO CORRENTE - PRIMEIRO
      * PELO ULTIMO SEQUENCIAL CONHECIDO (CASO COMUM: A EMPRESA NAO
      * MUDOU); SE O DOCUMENTO NAO CONFERE, VARRE OS 'S' DA EMPRESA
      * PROCURANDO O DOCUMENTO. O REGISTRO ENCONTRADO FICA CORRENTE
      * PARA O REWRITE/DELETE
      *****************************************************************
       2750-LOCALIZAR-SOCIO-MESTRE SECTION.
           MOVE 'N' TO WK-SOC-ENCONTRADO
           MOVE 'N' TO WK-FIM-VARREDURA

           MOVE COR-CNPJ TO MST-CNPJ
           MOVE 'S' TO MST-TIPO
           MOVE COR-SEQ TO MST-SEQ
           READ MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MST-S-CNPJ-SOCIO EQUAL COR-DOC-SOCIO
                       MOVE 'S' TO WK-SOC-ENCONTRADO
                   END-IF
           END-READ

           IF WK-SOC-ENCONTRADO NOT EQUAL 'S'
               MOVE COR-CNPJ TO MST-CNPJ
               MOVE 'S' TO MST-TIPO
               MOVE ZEROS TO MST-SEQ
               START MESTRE KEY > MST-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WK-FIM-VARREDURA
               END-START

               PERFORM 2760-LER-SOCIO-MESTRE
                   UNTIL WK-FIM-VARREDURA EQUAL 'S'
                       OR WK-SOC-ENCONTRADO EQUAL 'S'
           END-IF
       .
       2750-LOCALIZAR-SOCIO-MESTRE-FIM.
           EXIT.
      *****************************************************************
      * LER O PROXIMO REGISTRO 'S' DA EMPRESA NA VARREDURA DE
      * LOCALIZACAO, COMPARANDO O DOCUMENTO
      *****************************************************************
       2760-LER-SOCIO-MESTRE SECTION.
           READ MESTRE NEXT

           IF WK-STATUS-MST NOT EQUAL 0
               MOVE 'S' TO WK-FIM-VARREDURA
           ELSE
               IF MST-CNPJ NOT EQUAL COR-CNPJ
                   OR MST-TIPO NOT EQUAL 'S'
                   MOVE 'S' TO WK-FIM-VARREDURA
               ELSE
                   IF MST-S-CNPJ-SOCIO EQUAL COR-DOC-SOCIO
                       MOVE 'S' TO WK-SOC-ENCONTRADO
                   END-IF
               END-IF
           END-IF
       .
       2760-LER-SOCIO-MESTRE-FIM.
           EXIT.
      *****************************************************************
      * LISTAR NO RELATORIO DA CONCILIACAO A CORRECAO CORRENTE COM A
      * ACAO TOMADA
      *****************************************************************
       2800-LISTAR-CORRECAO SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               WK-ACAO          DELIMITED BY SIZE
               ': '             DELIMITED BY SIZE
               COR-CNPJ         DELIMITED BY SIZE
               '/'              DELIMITED BY SIZE
               COR-TIPO         DELIMITED BY SIZE
               '/'              DELIMITED BY SIZE
               COR-SEQ          DELIMITED BY SIZE
               ' DOC '          DELIMITED BY SIZE
               COR-DOC-SOCIO    DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               COR-CAMPO        DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               COR-SOLICITANTE  DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               COR-VALOR        DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           IF WK-STATUS-REL NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DA CONCILIACAO'
                   WK-STATUS-REL
               MOVE 'S' TO WK-ERRO-CONCIL
           END-IF
       .
       2800-LISTAR-CORRECAO-FIM.
           EXIT.
      *****************************************************************
      * POSICIONAR O CADASTRO DE CORRECOES NO INICIO PARA A SEGUNDA
      * PASSADA, E O CNPJ.txt TAMBEM (A SEGUNDA PASSADA REFAZ O
      * AVANCO SEQUENCIAL NA MESMA ORDEM DE CHAVE)
      *****************************************************************
       2900-POSICIONAR-CORRECOES SECTION.
           CLOSE LISTA-CNPJ
           OPEN INPUT LISTA-CNPJ
           IF WK-STATUS-E01 NOT EQUAL 0
               DISPLAY 'ERRO DE REABERTURA DO CNPJ.txt DA RODADA '
                   WK-STATUS-E01
               MOVE 'S' TO WK-ERRO-CONCIL
           END-IF
           MOVE 'N' TO WK-FIM-LISTA-C
           MOVE 'N' TO WK-CNPJ-CARREGADO

           MOVE 'N' TO WK-FIM-CORRECOES
           MOVE ZEROS TO COR-CNPJ
           MOVE SPACES TO COR-TIPO
           MOVE ZEROS TO COR-DOC-SOCIO
           MOVE SPACES TO COR-CAMPO
           START CORRECOES KEY NOT < COR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-CORRECOES
           END-START
       .
       2900-POSICIONAR-CORRECOES-FIM.
           EXIT.
      *****************************************************************
      * CONCILIAR UMA EXCLUSAO DE EMPRESA NA SEGUNDA PASSADA - O 'E'
      * AUSENTE DO MESTRE RECARREGADO E AUSENTE TAMBEM DO CNPJ.txt
      * SIGNIFICA QUE A ORIGEM O TIROU (ADOTADA); AUSENTE SO DO
      * MESTRE, A ORIGEM AINDA O TRAZ E A EXCLUSAO FICA PENDENTE;
      * PRESENTE, E EXCLUIDO DE NOVO QUANDO NAO RESTAM SOCIOS - COM
      * SOCIOS, FICA PENDENTE NO RELATORIO (AS EXCLUSOES DOS SOCIOS
      * PRECISAM SER PEDIDAS ANTES, COMO NO CBLZMW17)
      *****************************************************************
       2950-CONCILIAR-EXCLUSAO-EMPRESA SECTION.
           READ CORRECOES NEXT

           IF WK-STATUS-COR EQUAL 10
               MOVE 'S' TO WK-FIM-CORRECOES
           ELSE
               IF WK-STATUS-COR NOT EQUAL 00
                   DISPLAY 'ERRO AO LER O CADASTRO DE CORRECOES'
                       WK-STATUS-COR
                   MOVE 'S' TO WK-ERRO-CONCIL
               ELSE
                   IF COR-SITUACAO EQUAL 'ATIVA'
                       AND COR-OPERACAO EQUAL 'EX'
                       AND COR-TIPO EQUAL 'E'
                       ADD 1 TO WK-TOT-LIDAS
                       PERFORM 2960-EXCLUIR-EMPRESA
                   END-IF
               END-IF
           END-IF
       .
       2950-CONCILIAR-EXCLUSAO-EMPRESA-FIM.
       EXIT.
      *****************************************************************
      * EXCLUIR DE NOVO O REGISTRO 'E' DA CORRECAO CORRENTE
      *****************************************************************
       2960-EXCLUIR-EMPRESA SECTION.
           PERFORM 2150-AVANCAR-STREAM-CNPJ
               UNTIL WK-FIM-LISTA-C EQUAL 'S'
                   OR (WK-CNPJ-CARREGADO EQUAL 'S'
                       AND ARQ-L-CNPJ >= COR-CNPJ)

           MOVE 'N' TO WK-ORIGEM-EXISTE
           IF WK-FIM-LISTA-C NOT EQUAL 'S'
               AND ARQ-L-CNPJ EQUAL COR-CNPJ
               MOVE 'S' TO WK-ORIGEM-EXISTE
           END-IF

           MOVE COR-CNPJ TO MST-CNPJ
           MOVE 'E' TO MST-TIPO
           MOVE ZEROS TO MST-SEQ
           READ MESTRE
               INVALID KEY
                   IF WK-ORIGEM-EXISTE EQUAL 'N'
                       PERFORM 2600-RETIRAR-CORRECAO
                   ELSE
                       PERFORM 2610-MANTER-PENDENTE
                   END-IF
               NOT INVALID KEY
                   IF MST-E-QTD-SOCIOS > ZEROS
                       PERFORM 2610-MANTER-PENDENTE
                   ELSE
                       DELETE MESTRE
                       IF WK-STATUS-MST NOT EQUAL 0
                           DISPLAY 'ERRO AO EXCLUIR A CHAVE '
                               MST-CHAVE ' DO MESTRE ' WK-STATUS-MST
                           MOVE 'S' TO WK-ERRO-CONCIL
                       ELSE
                           MOVE 'EX' TO WK-DIA-OPERACAO
                           PERFORM 2970-REGISTRAR-DIARIO
                           PERFORM 2500-CONTAR-REAPLICACAO
                       END-IF
                   END-IF
           END-READ
       .
       2960-EXCLUIR-EMPRESA-FIM.
           EXIT.
      *****************************************************************
      * REGISTRAR NO DIARIO A IMAGEM DO REGISTRO DO MESTRE QUE ACABOU
      * DE SER ATUALIZADO (NA EXCLUSAO VALE SO A CHAVE)
      *****************************************************************
       2970-REGISTRAR-DIARIO SECTION.
           MOVE SPACES TO FL-DIARIO-ARQ
           MOVE WK-DATA-SYS     TO DIA-DATA
           MOVE WK-HORA-SYS     TO DIA-HORA
           MOVE 'CBLZMW19'      TO DIA-PROGRAMA
           MOVE WK-DIA-OPERACAO TO DIA-OPERACAO
           MOVE FL-MESTRE-ARQ   TO DIA-REGISTRO
           WRITE FL-DIARIO-ARQ
           IF WK-STATUS-DIA NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR O DIARIO DO MESTRE '
                   WK-STATUS-DIA
               MOVE 'S' TO WK-ERRO-CONCIL
           END-IF
       .
       2970-REGISTRAR-DIARIO-FIM.
           EXIT.
      *****************************************************************
      * REGISTRAR UMA CORRECAO DA TRILHA NO CADASTRO (MODO TRILHA) -
      * A TRILHA E CRONOLOGICA, ENTAO A ULTIMA CORRECAO DE CADA CAMPO
      * PREVALECE; UMA ENTRADA DO CADASTRO MAIS RECENTE QUE A LINHA
      * DA TRILHA (JA REGISTRADA PELO CBLZMW17) NAO E TOCADA
      *****************************************************************
       5000-REGISTRAR-TRILHA SECTION.
           READ TRILHA

           IF WK-STATUS-TRL EQUAL 10
               MOVE 'S' TO WK-FIM-TRILHA
           ELSE
               IF WK-STATUS-TRL NOT EQUAL 00
                   DISPLAY 'ERRO AO LER A TRILHA DE CORRECOES'
                       WK-STATUS-TRL
                   MOVE 'S' TO WK-ERRO-CONCIL
               ELSE
                   ADD 1 TO WK-TOT-TRL-LIDAS
                   PERFORM 5100-APURAR-DOCUMENTO-TRILHA
                   IF WK-TRL-REGISTRAR EQUAL 'S'
                       PERFORM 5200-GRAVAR-CORRECAO-TRILHA
                   ELSE
                       PERFORM 5300-REGISTRAR-ORFA-TRILHA
                   END-IF
               END-IF
           END-IF
       .
       5000-REGISTRAR-TRILHA-FIM.
       EXIT.
      *****************************************************************
      * APURAR O DOCUMENTO DO SOCIO DA LINHA DA TRILHA E O VALOR NO
      * TAMANHO DO CAMPO - O SEQUENCIAL DA TRILHA NAO IDENTIFICA O
      * SOCIO (A CARGA COMPLETA RENUMERA). NA EXCLUSAO E NA TROCA DE
      * NOME O DOCUMENTO E O DO UNICO SOCIO DA EMPRESA COM O NOME DA
      * LINHA, PROCURADO NO MESTRE E, SE NAO ESTA MAIS LA (EXCLUIDO),
      * NO SOCIOS.txt - NENHUM OU MAIS DE UM DOCUMENTO COM O NOME:
      * NAO E REGISTRADA. NOS DEMAIS CAMPOS VALE O DOCUMENTO GRAVADO
      * PELO CBLZMW17 JUNTO COM A LINHA, QUE PRECISA ESTAR ENTRE OS
      * SOCIOS DA EMPRESA NO MESTRE; SEM DOCUMENTO GRAVADO OU FORA DO
      * MESTRE, NAO E REGISTRADA
      *****************************************************************
       5100-APURAR-DOCUMENTO-TRILHA SECTION.
           MOVE 'S' TO WK-TRL-REGISTRAR
           MOVE ZEROS TO WK-TRL-DOC
           MOVE SPACES TO WK-TRL-VALOR
           MOVE SPACES TO WK-TRL-MOTIVO
           MOVE SPACES TO WK-TRL-NOME

           IF TRL-TIPO EQUAL 'S'
               AND (TRL-OPERACAO EQUAL 'EX' OR TRL-CAMPO EQUAL 'NOME')
               PERFORM 5110-APURAR-NOME-TRILHA
               MOVE ZEROS TO WK-TRL-QTD-DOCS
               IF WK-TRL-NOME NOT EQUAL SPACES
                   PERFORM 5120-PROCURAR-NOME-MESTRE
                   IF WK-TRL-QTD-DOCS EQUAL ZEROS
                       PERFORM 5130-PROCURAR-NOME-SOCIOS
                   END-IF
               END-IF

               EVALUATE TRUE
                   WHEN WK-TRL-QTD-DOCS EQUAL 1
                       CONTINUE
                   WHEN WK-TRL-QTD-DOCS EQUAL ZEROS
                       MOVE 'N' TO WK-TRL-REGISTRAR
                       MOVE 'SOCIO NAO LOCALIZADO' TO WK-TRL-MOTIVO
                   WHEN OTHER
                       MOVE 'N' TO WK-TRL-REGISTRAR
                       MOVE 'NOME AMBIGUO' TO WK-TRL-MOTIVO
               END-EVALUATE
           END-IF

           IF TRL-TIPO EQUAL 'S'
               AND TRL-OPERACAO NOT EQUAL 'EX'
               AND TRL-CAMPO NOT EQUAL 'NOME'
               PERFORM 5150-PROCURAR-DOCUMENTO-CADASTRO
               IF WK-TRL-QTD-DOCS EQUAL ZEROS
                   MOVE 'N' TO WK-TRL-REGISTRAR
                   MOVE 'DOCUMENTO NAO GRAVADO' TO WK-TRL-MOTIVO
               ELSE
                   PERFORM 5160-CONFERIR-DOCUMENTO-MESTRE
                   IF WK-TRL-NOME EQUAL SPACES
                       MOVE 'N' TO WK-TRL-REGISTRAR
                       MOVE 'SOCIO NAO LOCALIZADO' TO WK-TRL-MOTIVO
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN TRL-OPERACAO EQUAL 'EX'
                   CONTINUE
               WHEN TRL-CAMPO EQUAL 'NOME' AND TRL-TIPO EQUAL 'E'
                   MOVE TRL-VALOR-NOVO TO WK-TRL-VALOR
               WHEN TRL-CAMPO EQUAL 'NOME'
                   MOVE TRL-VALOR-NOVO (1:36) TO WK-TRL-VALOR
               WHEN TRL-CAMPO EQUAL 'ATIVO'
                   OR TRL-CAMPO EQUAL 'STATUS'
                   MOVE TRL-VALOR-NOVO (1:5) TO WK-TRL-VALOR
               WHEN TRL-CAMPO EQUAL 'SIT'
                   MOVE TRL-VALOR-NOVO (1:6) TO WK-TRL-VALOR
               WHEN TRL-CAMPO EQUAL 'TIPO'
                   MOVE TRL-VALOR-NOVO (1:2) TO WK-TRL-VALOR
           END-EVALUATE
       .
       5100-APURAR-DOCUMENTO-TRILHA-FIM.
       EXIT.
      *****************************************************************
      * APURAR O NOME PELO QUAL O SOCIO DA LINHA E PROCURADO - NA
      * EXCLUSAO, O NOME QUE O SOCIO TINHA; NA TROCA DE NOME, O
      * ANTERIOR OU O NOVO (O MESTRE TRAZ UM OU OUTRO CONFORME JA
      * TENHA SIDO RECARREGADO). NOS DEMAIS CAMPOS A TRILHA NAO TRAZ
      * O NOME, E O SOCIO E APURADO PELO DOCUMENTO (5150)
      *****************************************************************
       5110-APURAR-NOME-TRILHA SECTION.
           MOVE SPACES TO WK-TRL-NOME
           MOVE SPACES TO WK-TRL-NOME-ALT

           IF TRL-OPERACAO EQUAL 'EX'
               MOVE TRL-VALOR-ANT (1:36) TO WK-TRL-NOME
           ELSE
               MOVE TRL-VALOR-ANT (1:36) TO WK-TRL-NOME
               MOVE TRL-VALOR-NOVO (1:36) TO WK-TRL-NOME-ALT
           END-IF
       .
       5110-APURAR-NOME-TRILHA-FIM.
       EXIT.
      *****************************************************************
      * PROCURAR O NOME ENTRE OS REGISTROS 'S' DA EMPRESA NO MESTRE
      *****************************************************************
       5120-PROCURAR-NOME-MESTRE SECTION.
           MOVE 'N' TO WK-FIM-VARREDURA
           MOVE TRL-CNPJ TO MST-CNPJ
           MOVE 'S' TO MST-TIPO
           MOVE ZEROS TO MST-SEQ
           START MESTRE KEY > MST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-VARREDURA
           END-START

           PERFORM 5121-COMPARAR-NOME-MESTRE
               UNTIL WK-FIM-VARREDURA EQUAL 'S'
       .
       5120-PROCURAR-NOME-MESTRE-FIM.
       EXIT.
      *****************************************************************
      * LER O PROXIMO 'S' DA EMPRESA E CONTAR O DOCUMENTO QUANDO O
      * NOME CONFERE
      *****************************************************************
       5121-COMPARAR-NOME-MESTRE SECTION.
           READ MESTRE NEXT

           IF WK-STATUS-MST NOT EQUAL 0
               MOVE 'S' TO WK-FIM-VARREDURA
           ELSE
               IF MST-CNPJ NOT EQUAL TRL-CNPJ
                   OR MST-TIPO NOT EQUAL 'S'
                   MOVE 'S' TO WK-FIM-VARREDURA
               ELSE
                   IF MST-S-NOME EQUAL WK-TRL-NOME
                       OR (WK-TRL-NOME-ALT NOT EQUAL SPACES
                           AND MST-S-NOME EQUAL WK-TRL-NOME-ALT)
                       MOVE MST-S-CNPJ-SOCIO TO WK-TRL-DOC-LIDO
                       PERFORM 5140-CONTAR-DOCUMENTO
                   END-IF
               END-IF
           END-IF
       .
       5121-COMPARAR-NOME-MESTRE-FIM.
       EXIT.
      *****************************************************************
      * PROCURAR O NOME ENTRE OS SOCIOS DA EMPRESA NO SOCIOS.txt - A
      * TRILHA E CRONOLOGICA E NAO SEGUE A ORDEM DA LISTA, ENTAO A
      * LISTA E RELIDA DO INICIO ATE PASSAR DO CNPJ DA LINHA
      *****************************************************************
       5130-PROCURAR-NOME-SOCIOS SECTION.
           CLOSE LISTA-SOCIOS
           OPEN INPUT LISTA-SOCIOS
           IF WK-STATUS-E02 NOT EQUAL 0
               DISPLAY 'ERRO DE REABERTURA DO SOCIOS.txt DA RODADA '
                   WK-STATUS-E02
               MOVE 'S' TO WK-ERRO-CONCIL
               MOVE 'S' TO WK-FIM-LISTA-S
           ELSE
               MOVE 'N' TO WK-FIM-LISTA-S
           END-IF

           PERFORM 5131-COMPARAR-NOME-SOCIOS
               UNTIL WK-FIM-LISTA-S EQUAL 'S'
       .
       5130-PROCURAR-NOME-SOCIOS-FIM.
       EXIT.
      *****************************************************************
      * LER O PROXIMO SOCIO DA LISTA E CONTAR O DOCUMENTO QUANDO A
      * EMPRESA E O NOME CONFEREM
      *****************************************************************
       5131-COMPARAR-NOME-SOCIOS SECTION.
           READ LISTA-SOCIOS

           IF WK-STATUS-E02 NOT EQUAL 00
               MOVE 'S' TO WK-FIM-LISTA-S
           ELSE
               IF ARQ-S-CNPJ > TRL-CNPJ
                   MOVE 'S' TO WK-FIM-LISTA-S
               ELSE
                   IF ARQ-S-CNPJ EQUAL TRL-CNPJ
                       AND (ARQ-S-NOME EQUAL WK-TRL-NOME
                           OR (WK-TRL-NOME-ALT NOT EQUAL SPACES
                               AND ARQ-S-NOME EQUAL WK-TRL-NOME-ALT))
                       MOVE ARQ-S-CNPJ-SOCIO TO WK-TRL-DOC-LIDO
                       PERFORM 5140-CONTAR-DOCUMENTO
                   END-IF
               END-IF
           END-IF
       .
       5131-COMPARAR-NOME-SOCIOS-FIM.
       EXIT.
      *****************************************************************
      * CONTAR O DOCUMENTO ENCONTRADO COM O NOME - O MESMO DOCUMENTO
      * REPETIDO NAO CONTA DE NOVO
      *****************************************************************
       5140-CONTAR-DOCUMENTO SECTION.
           IF WK-TRL-QTD-DOCS EQUAL ZEROS
               MOVE WK-TRL-DOC-LIDO TO WK-TRL-DOC
               MOVE 1 TO WK-TRL-QTD-DOCS
           ELSE
               IF WK-TRL-DOC-LIDO NOT EQUAL WK-TRL-DOC
                   AND WK-TRL-QTD-DOCS < 99
                   ADD 1 TO WK-TRL-QTD-DOCS
               END-IF
           END-IF
       .
       5140-CONTAR-DOCUMENTO-FIM.
       EXIT.
      *****************************************************************
      * PROCURAR NO CADASTRO O DOCUMENTO DO SOCIO GRAVADO PELO
      * CBLZMW17 COM A LINHA - A ENTRADA DA MESMA EMPRESA, CAMPO,
      * OPERACAO, SEQUENCIAL E DATA/HORA DA LINHA DA TRILHA (O
      * CBLZMW17 GRAVA AS DUAS NA MESMA TRANSACAO). A LINHA ANTERIOR
      * AO CADASTRO, OU JA SUPERADA POR OUTRA CORRECAO DO CAMPO, NAO
      * TEM DOCUMENTO GRAVADO
      *****************************************************************
       5150-PROCURAR-DOCUMENTO-CADASTRO SECTION.
           MOVE ZEROS TO WK-TRL-QTD-DOCS
           MOVE 'N' TO WK-FIM-VARREDURA
           MOVE TRL-CNPJ TO COR-CNPJ
           MOVE 'S' TO COR-TIPO
           MOVE ZEROS TO COR-DOC-SOCIO
           MOVE SPACES TO COR-CAMPO
           START CORRECOES KEY NOT < COR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-VARREDURA
           END-START

           PERFORM 5151-COMPARAR-CORRECAO-CADASTRO
               UNTIL WK-FIM-VARREDURA EQUAL 'S'
       .
       5150-PROCURAR-DOCUMENTO-CADASTRO-FIM.
       EXIT.
      *****************************************************************
      * LER A PROXIMA ENTRADA 'S' DA EMPRESA NO CADASTRO E GUARDAR O
      * DOCUMENTO QUANDO ELA E A CORRECAO DA LINHA DA TRILHA
      *****************************************************************
       5151-COMPARAR-CORRECAO-CADASTRO SECTION.
           READ CORRECOES NEXT

           IF WK-STATUS-COR NOT EQUAL 00
               MOVE 'S' TO WK-FIM-VARREDURA
               IF WK-STATUS-COR NOT EQUAL 10
                   DISPLAY 'ERRO AO LER O CADASTRO DE CORRECOES'
                       WK-STATUS-COR
                   MOVE 'S' TO WK-ERRO-CONCIL
               END-IF
           ELSE
               IF COR-CNPJ NOT EQUAL TRL-CNPJ
                   OR COR-TIPO NOT EQUAL 'S'
                   MOVE 'S' TO WK-FIM-VARREDURA
               ELSE
                   IF COR-CAMPO EQUAL TRL-CAMPO
                       AND COR-OPERACAO EQUAL TRL-OPERACAO
                       AND COR-SEQ EQUAL TRL-SEQ
                       AND COR-DATA EQUAL TRL-DATA
                       AND COR-HORA EQUAL TRL-HORA
                       MOVE COR-DOC-SOCIO TO WK-TRL-DOC
                       MOVE 1 TO WK-TRL-QTD-DOCS
                       MOVE 'S' TO WK-FIM-VARREDURA
                   END-IF
               END-IF
           END-IF
       .
       5151-COMPARAR-CORRECAO-CADASTRO-FIM.
       EXIT.
      *****************************************************************
      * CONFERIR SE O DOCUMENTO ESTA ENTRE OS REGISTROS 'S' DA
      * EMPRESA NO MESTRE - ACHADO, O NOME DO SOCIO FICA EM
      * WK-TRL-NOME; SENAO O NOME FICA EM BRANCO
      *****************************************************************
       5160-CONFERIR-DOCUMENTO-MESTRE SECTION.
           MOVE SPACES TO WK-TRL-NOME
           MOVE 'N' TO WK-FIM-VARREDURA
           MOVE TRL-CNPJ TO MST-CNPJ
           MOVE 'S' TO MST-TIPO
           MOVE ZEROS TO MST-SEQ
           START MESTRE KEY > MST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-VARREDURA
           END-START

           PERFORM 5161-COMPARAR-DOCUMENTO-MESTRE
               UNTIL WK-FIM-VARREDURA EQUAL 'S'
       .
       5160-CONFERIR-DOCUMENTO-MESTRE-FIM.
       EXIT.
      *****************************************************************
      * LER O PROXIMO 'S' DA EMPRESA E GUARDAR O NOME QUANDO O
      * DOCUMENTO CONFERE
      *****************************************************************
       5161-COMPARAR-DOCUMENTO-MESTRE SECTION.
           READ MESTRE NEXT

           IF WK-STATUS-MST NOT EQUAL 0
               MOVE 'S' TO WK-FIM-VARREDURA
           ELSE
               IF MST-CNPJ NOT EQUAL TRL-CNPJ
                   OR MST-TIPO NOT EQUAL 'S'
                   MOVE 'S' TO WK-FIM-VARREDURA
               ELSE
                   IF MST-S-CNPJ-SOCIO EQUAL WK-TRL-DOC
                       MOVE MST-S-NOME TO WK-TRL-NOME
                       MOVE 'S' TO WK-FIM-VARREDURA
                   END-IF
               END-IF
           END-IF
       .
       5161-COMPARAR-DOCUMENTO-MESTRE-FIM.
       EXIT.
      *****************************************************************
      * GRAVAR (OU REGRAVAR) NO CADASTRO A CORRECAO DA LINHA DA
      * TRILHA COMO ATIVA
      *****************************************************************
       5200-GRAVAR-CORRECAO-TRILHA SECTION.
           MOVE TRL-CNPJ   TO COR-CNPJ
           MOVE TRL-TIPO   TO COR-TIPO
           MOVE WK-TRL-DOC TO COR-DOC-SOCIO
           MOVE TRL-CAMPO  TO COR-CAMPO
           READ CORRECOES
               INVALID KEY
                   PERFORM 5210-MONTAR-CORRECAO-TRILHA
                   WRITE FL-CORRECOES-ARQ
                   IF WK-STATUS-COR NOT EQUAL 0
                       DISPLAY 'ERRO AO GRAVAR O CADASTRO DE '
                           'CORRECOES NA CHAVE ' COR-CHAVE ' - '
                           WK-STATUS-COR
                       MOVE 'S' TO WK-ERRO-CONCIL
                   ELSE
                       ADD 1 TO WK-TOT-TRL-REGISTRADAS
                   END-IF
               NOT INVALID KEY
                   IF COR-DATA < TRL-DATA
                       OR (COR-DATA EQUAL TRL-DATA
                           AND COR-HORA < TRL-HORA)
                       PERFORM 5210-MONTAR-CORRECAO-TRILHA
                       PERFORM 2550-REGRAVAR-CORRECAO
                       IF WK-ERRO-CONCIL EQUAL 'N'
                           ADD 1 TO WK-TOT-TRL-REGISTRADAS
                       END-IF
                   END-IF
           END-READ
       .
       5200-GRAVAR-CORRECAO-TRILHA-FIM.
       EXIT.
      *****************************************************************
      * MONTAR A ENTRADA DO CADASTRO A PARTIR DA LINHA DA TRILHA
      *****************************************************************
       5210-MONTAR-CORRECAO-TRILHA SECTION.
           MOVE SPACES TO FL-CORRECOES-ARQ
           MOVE TRL-CNPJ        TO COR-CNPJ
           MOVE TRL-TIPO        TO COR-TIPO
           MOVE WK-TRL-DOC      TO COR-DOC-SOCIO
           MOVE TRL-CAMPO       TO COR-CAMPO
           MOVE TRL-SEQ         TO COR-SEQ
           MOVE TRL-OPERACAO    TO COR-OPERACAO
           MOVE WK-TRL-VALOR    TO COR-VALOR
           MOVE TRL-SOLICITANTE TO COR-SOLICITANTE
           MOVE TRL-DATA        TO COR-DATA
           MOVE TRL-HORA        TO COR-HORA
           MOVE 'ATIVA'         TO COR-SITUACAO
           MOVE WK-DATA-SYS     TO COR-DATA-SIT
           MOVE ZEROS           TO COR-QTD-REAPLIC
       .
       5210-MONTAR-CORRECAO-TRILHA-FIM.
       EXIT.
      *****************************************************************
      * REGISTRAR NO RELATORIO DE ORFAS A LINHA DA TRILHA CUJO SOCIO
      * NAO FOI IDENTIFICADO - FICA PARA O SOLICITANTE REGISTRAR A
      * CORRECAO DE NOVO PELO CBLZMW17
      *****************************************************************
       5300-REGISTRAR-ORFA-TRILHA SECTION.
           ADD 1 TO WK-TOT-TRL-IGNORADAS

           MOVE SPACES TO FL-ORFAS-ARQ
           STRING
               WK-TRL-MOTIVO    DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               TRL-SOLICITANTE  DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               TRL-DATA         DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               TRL-CNPJ         DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               TRL-TIPO         DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               TRL-SEQ          DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               TRL-OPERACAO     DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               TRL-CAMPO        DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               WK-TRL-NOME      DELIMITED BY SIZE
               INTO FL-ORFAS-ARQ
           END-STRING
           WRITE FL-ORFAS-ARQ AFTER ADVANCING 1 LINE
           IF WK-STATUS-ORF NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE ORFAS'
                   WK-STATUS-ORF
               MOVE 'S' TO WK-ERRO-CONCIL
           END-IF
       .
       5300-REGISTRAR-ORFA-TRILHA-FIM.
       EXIT.
      *****************************************************************
      * FINALIZAR - FECHA OS ARQUIVOS, GRAVA OS TOTAIS E ENCERRA
      * (0 = CONCILIADO, 4 = HOUVE CORRECAO ORFA OU PENDENTE PARA O
      * SOLICITANTE, 12 = CONCILIACAO INTERROMPIDA POR ERRO)
      *****************************************************************
       3000-FINALIZAR SECTION.
           IF WK-MODO-TRILHA EQUAL 'S'
               CLOSE TRILHA
               IF WK-LISTAS-ABERTAS EQUAL 'S'
                   CLOSE LISTA-SOCIOS
               END-IF
               IF WK-SAIDAS-ABERTAS EQUAL 'S'
                   CLOSE ORFAS
               END-IF
               DISPLAY 'LINHAS DA TRILHA LIDAS......: '
                   WK-TOT-TRL-LIDAS
               DISPLAY 'CORRECOES REGISTRADAS.......: '
                   WK-TOT-TRL-REGISTRADAS
               DISPLAY 'CORRECOES ORFAS (NAO REGIST): '
                   WK-TOT-TRL-IGNORADAS
           ELSE
               IF WK-SAIDAS-ABERTAS EQUAL 'S'
                   PERFORM 3100-GRAVAR-TOTAIS
                   CLOSE RELATORIO
                   CLOSE ORFAS
               END-IF
               IF WK-LISTAS-ABERTAS EQUAL 'S'
                   CLOSE LISTA-CNPJ
                   CLOSE LISTA-SOCIOS
               END-IF
               DISPLAY 'CORRECOES CONFERIDAS........: ' WK-TOT-LIDAS
               DISPLAY 'CORRECOES REAPLICADAS.......: '
                   WK-TOT-REAPLICADAS
               DISPLAY 'CORRECOES JA PRESENTES......: '
                   WK-TOT-MANTIDAS
               DISPLAY 'CORRECOES ADOTADAS (RETIR.).: '
                   WK-TOT-ADOTADAS
               DISPLAY 'CORRECOES SUPERADAS.........: '
                   WK-TOT-SUPERADAS
               DISPLAY 'CORRECOES ORFAS.............: ' WK-TOT-ORFAS
               DISPLAY 'EXCLUSOES PENDENTES.........: '
                   WK-TOT-PENDENTES
           END-IF

           CLOSE CORRECOES
           IF WK-MESTRE-ABERTO EQUAL 'S'
               CLOSE MESTRE
           END-IF
           IF WK-NOMES-ABERTO EQUAL 'S'
               CLOSE NOMES
           END-IF
           IF WK-DIARIO-ABERTO EQUAL 'S'
               CLOSE DIARIO
           END-IF

           IF WK-ERRO-CONCIL EQUAL 'S'
               DISPLAY 'Conciliacao das correcoes INTERROMPIDA por '
                   'erro - conferir o mestre e o cadastro.'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WK-TOT-ORFAS > ZEROS
                   OR WK-TOT-PENDENTES > ZEROS
                   OR WK-TOT-TRL-IGNORADAS > ZEROS
                   DISPLAY 'Conciliacao concluida com correcoes '
                       'orfas/pendentes - repassar aos solicitantes.'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'Conciliacao das correcoes concluida.'
               END-IF
           END-IF

           STOP RUN
       .
       3000-FINALIZAR-FIM.
       EXIT.
      *****************************************************************
      * GRAVAR OS TOTAIS DA CONCILIACAO NO FIM DO RELATORIO
      *****************************************************************
       3100-GRAVAR-TOTAIS SECTION.
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'CONFERIDAS=' DELIMITED BY SIZE
               WK-TOT-LIDAS  DELIMITED BY SIZE
               ' REAPLICADAS=' DELIMITED BY SIZE
               WK-TOT-REAPLICADAS DELIMITED BY SIZE
               ' JA PRESENTES=' DELIMITED BY SIZE
               WK-TOT-MANTIDAS DELIMITED BY SIZE
               ' ADOTADAS=' DELIMITED BY SIZE
               WK-TOT-ADOTADAS DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'SUPERADAS=' DELIMITED BY SIZE
               WK-TOT-SUPERADAS DELIMITED BY SIZE
               ' ORFAS=' DELIMITED BY SIZE
               WK-TOT-ORFAS DELIMITED BY SIZE
               ' EXCLUSOES PENDENTES=' DELIMITED BY SIZE
               WK-TOT-PENDENTES DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       3100-GRAVAR-TOTAIS-FIM.
           EXIT.

       END PROGRAM CBLZMW19.
