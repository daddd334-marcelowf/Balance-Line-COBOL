       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW25.
      *****************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 09/09/2026
      * Purpose: Consistencia da identidade dos socios entre empresas.
      *          O CBLZMW06 critica cada registro sozinho e nao ve o
      *          mesmo documento com grafias diferentes de nome em
      *          empresas diferentes, nem o mesmo nome com documentos
      *          diferentes ou PF numa empresa e PJ noutra - o que
      *          quebra a pesquisa por nome do CBLZMW16 e o
      *          agrupamento da rede societaria. O programa:
      *          - agrupa pelo documento todos os registros 'S' do
      *            mestre e aponta o documento com mais de um nome
      *            ou com mais de um tipo de socio;
      *          - agrupa pelo nome o indice de nomes e aponta o
      *            nome ligado a mais de um documento, na grafia
      *            exata e tambem sem acentos, pontuacao e espacos;
      *          - confere cada entrada do indice contra o registro
      *            'S' do mestre.
      *          Cada achado lista as empresas (CNPJ+SEQ) envolvidas
      *          e marca o registro mais provavelmente errado: a
      *          grafia e o tipo minoritarios do documento (o tipo
      *          decidido antes pelo digito verificador) e o
      *          documento minoritario do nome. As correcoes de nome
      *          e tipo saem tambem num arquivo no layout de
      *          transacao do CBLZMW17, para aplicar depois de
      *          conferidas; documento errado so se acerta na origem
      * Updates:
      * 090926 - Marcelo - Create Program
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

       SELECT RELATORIO ASSIGN TO DYNAMIC
           WK-PATH-RELATORIO
           FILE STATUS IS WK-STATUS-REL.

      * Correcoes sugeridas no layout de transacao do CBLZMW17
       SELECT SUGESTOES ASSIGN TO DYNAMIC
           WK-PATH-SUGESTOES
           FILE STATUS IS WK-STATUS-SUG.

      * Arquivo de trabalho dos socios do mestre em ordem de documento
       SELECT SORT-DOC ASSIGN TO 'SORTDOC'.

      * Arquivo de trabalho do indice de nomes em ordem de nome
      * normalizado
       SELECT SORT-NOM ASSIGN TO 'SORTNOM'.

       DATA DIVISION.
       FILE SECTION.

       FD MESTRE.
       01 FL-MESTRE-ARQ.
           05 MST-CHAVE.
               10 MST-CNPJ      PIC 9(14).
               10 MST-TIPO      PIC X(01).
               10 MST-SEQ       PIC 9(04).
           05 MST-DADOS         PIC X(101).

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

       FD RELATORIO RECORDING MODE IS F.
       01 FL-RELATORIO-ARQ PIC X(150).

      * Transacao de correcao - mesmo layout lido pelo CBLZMW17
       FD SUGESTOES RECORDING MODE IS F.
       01 ARQ-TRANSACAO PIC X(110).
       01 FILLER REDEFINES ARQ-TRANSACAO.
           05 TRN-OPERACAO    PIC X(02).
           05 TRN-CNPJ        PIC X(14).
           05 TRN-TIPO        PIC X(01).
           05 TRN-SEQ         PIC X(04).
           05 TRN-CAMPO       PIC X(10).
           05 TRN-VALOR       PIC X(59).
           05 TRN-SOLICITANTE PIC X(20).

       SD SORT-DOC.
       01 SDC-REG-SOCIO.
           05 SDC-DOC           PIC 9(14).
           05 SDC-NOME          PIC X(36).
           05 SDC-CNPJ          PIC 9(14).
           05 SDC-SEQ           PIC 9(04).
           05 SDC-TIPO-SOCIO    PIC X(02).
           05 SDC-STATUS        PIC X(05).

       SD SORT-NOM.
       01 SNM-REG-NOME.
           05 SNM-NORMAL        PIC X(36).
           05 SNM-NOME          PIC X(36).
           05 SNM-DOC           PIC 9(14).
           05 SNM-CNPJ          PIC 9(14).
           05 SNM-SEQ           PIC 9(04).
           05 SNM-TIPO-SOCIO    PIC X(02).
           05 SNM-STATUS        PIC X(05).

       WORKING-STORAGE SECTION.
      * Definicao das variaveis de apoio (STATUS e FIM)
       01 WK-STATUS-MST PIC 9(02) VALUE 0.
       01 WK-STATUS-NOM PIC 9(02) VALUE 0.
       01 WK-STATUS-REL PIC 9(02) VALUE 0.
       01 WK-STATUS-SUG PIC 9(02) VALUE 0.
       01 WK-FIM-MESTRE PIC X(01) VALUE 'N'.
       01 WK-FIM-NOMES  PIC X(01) VALUE 'N'.
       01 WK-FIM-SORT   PIC X(01) VALUE 'N'.
       01 WK-ERRO-IDN   PIC X(01) VALUE 'N'.
       01 WK-MST-ACHADO PIC X(01) VALUE 'N'.

      * Caminhos dos arquivos - valores default abaixo, substituidos
      * por BLMESTRE/BLNOMES/BLIDNREL/BLIDNTRN quando essas variaveis
      * de ambiente existirem
       01 WK-PATH-MESTRE    PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_MST.idx'.
       01 WK-PATH-NOMES     PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_NOM.idx'.
       01 WK-PATH-RELATORIO PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_IDN.txt'.
       01 WK-PATH-SUGESTOES PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_IDT.txt'.
       01 WK-ENV-VALOR      PIC X(100) VALUE SPACES.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE 0.
           02 WK-MONTH-SYS PIC 9(02) VALUE 0.
           02 WK-DAY-SYS   PIC 9(02) VALUE 0.

      * Solicitante das transacoes sugeridas - o programa e a data da
      * apuracao; quem conferir a sugestao troca pela propria
      * identificacao antes de aplicar no CBLZMW17
       01 WK-SOLICITANTE.
           05 FILLER            PIC X(09) VALUE 'CBLZMW25 '.
           05 WK-SOLIC-DATA     PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(03) VALUE SPACES.

      * Registros do documento corrente (classificacao por documento)
       01 WK-DOC-ATUAL      PIC 9(14) VALUE ZEROS.
       01 WK-QTD-DOC-REG    PIC 9(04) VALUE ZEROS.
       01 WK-MAX-DOC-REG    PIC 9(04) VALUE 1000.
       01 WK-DOC-TRUNCADO   PIC X(01) VALUE 'N'.
       01 WK-TAB-DOC-REG.
           05 WK-DRG OCCURS 1000 TIMES.
               10 WK-DRG-NOME       PIC X(36).
               10 WK-DRG-CNPJ       PIC 9(14).
               10 WK-DRG-SEQ        PIC 9(04).
               10 WK-DRG-TIPO       PIC X(02).
               10 WK-DRG-STATUS     PIC X(05).

      * Grafias do documento corrente, com a quantidade de registros
       01 WK-QTD-NOMES-DOC  PIC 9(03) VALUE ZEROS.
       01 WK-MAX-NOMES-DOC  PIC 9(03) VALUE 100.
       01 WK-TAB-NOMES-DOC.
           05 WK-NDC OCCURS 100 TIMES.
               10 WK-NDC-NOME       PIC X(36).
               10 WK-NDC-QTD        PIC 9(04).
       01 WK-QTD-PF         PIC 9(04) VALUE ZEROS.
       01 WK-QTD-PJ         PIC 9(04) VALUE ZEROS.

      * Registros do nome normalizado corrente (classificacao por
      * nome), em ordem de grafia exata e documento
       01 WK-NORMAL-ATUAL   PIC X(36) VALUE SPACES.
       01 WK-QTD-NOM-REG    PIC 9(04) VALUE ZEROS.
       01 WK-MAX-NOM-REG    PIC 9(04) VALUE 1000.
       01 WK-NOM-TRUNCADO   PIC X(01) VALUE 'N'.
       01 WK-TAB-NOM-REG.
           05 WK-NRG OCCURS 1000 TIMES.
               10 WK-NRG-NOME       PIC X(36).
               10 WK-NRG-DOC        PIC 9(14).
               10 WK-NRG-CNPJ       PIC 9(14).
               10 WK-NRG-SEQ        PIC 9(04).
               10 WK-NRG-TIPO       PIC X(02).
               10 WK-NRG-STATUS     PIC X(05).

      * Documentos de uma faixa de registros do nome, com a
      * quantidade de registros de cada um
       01 WK-QTD-DOCS-NOME  PIC 9(03) VALUE ZEROS.
       01 WK-MAX-DOCS-NOME  PIC 9(03) VALUE 100.
       01 WK-TAB-DOCS-NOME.
           05 WK-DNM OCCURS 100 TIMES.
               10 WK-DNM-DOC        PIC 9(14).
               10 WK-DNM-QTD        PIC 9(04).
       01 WK-DNM-ACHADO     PIC X(01) VALUE 'N'.

      * Faixa de registros do nome em avaliacao e grafia exata
       01 WK-FAIXA-INI      PIC 9(04) VALUE ZEROS.
       01 WK-FAIXA-FIM      PIC 9(04) VALUE ZEROS.
       01 WK-RUN-INI        PIC 9(04) VALUE ZEROS.
       01 WK-RUN-DOCS       PIC 9(03) VALUE ZEROS.
       01 WK-QTD-GRAFIAS    PIC 9(03) VALUE ZEROS.
       01 WK-ROTULO-ACHADO  PIC X(30) VALUE SPACES.

      * Referencia do achado - a grafia, o tipo ou o documento tido
      * como certo; empate nao gera sugestao
       01 WK-REF-NOME       PIC X(36) VALUE SPACES.
       01 WK-REF-TIPO       PIC X(02) VALUE SPACES.
       01 WK-REF-DOC        PIC 9(14) VALUE ZEROS.
       01 WK-REF-QTD        PIC 9(04) VALUE ZEROS.
       01 WK-REF-EMPATE     PIC X(01) VALUE 'N'.
       01 WK-REF-MOTIVO     PIC X(40) VALUE SPACES.
       01 WK-MARCA          PIC X(45) VALUE SPACES.

      * Sugestao de correcao em montagem
       01 WK-SUG-CNPJ       PIC 9(14) VALUE ZEROS.
       01 WK-SUG-SEQ        PIC 9(04) VALUE ZEROS.
       01 WK-SUG-CAMPO      PIC X(10) VALUE SPACES.
       01 WK-SUG-VALOR      PIC X(59) VALUE SPACES.

      * Indices
       01 WK-REG-IDX        PIC 9(04) VALUE ZEROS.
       01 WK-FAIXA-IDX      PIC 9(04) VALUE ZEROS.
       01 WK-NDC-IDX        PIC 9(03) VALUE ZEROS.
       01 WK-DNM-IDX        PIC 9(03) VALUE ZEROS.

      * Normalizacao do nome - maiusculas, letras acentuadas trocadas
      * pela letra sem acento (tanto em UTF-8, X'C3' seguido do
      * segundo byte, quanto em Latin-1, um byte de X'C0' a X'FF') e
      * tudo que nao e letra ou digito descartado, espacos inclusive
       01 WK-NORM-ENTRADA   PIC X(36) VALUE SPACES.
       01 FILLER REDEFINES WK-NORM-ENTRADA.
           05 WK-NORM-CAR OCCURS 36 TIMES PIC X(01).
       01 WK-NORM-SAIDA     PIC X(36) VALUE SPACES.
       01 WK-NORM-IDX       PIC 9(02) VALUE ZEROS.
       01 WK-NORM-POS       PIC 9(02) VALUE ZEROS.
       01 WK-NORM-LETRA     PIC X(01) VALUE SPACES.
       01 WK-MAPA-ACENTOS-TXT.
           05 FILLER PIC X(32) VALUE 'AAAAAAACEEEEIIIIDNOOOOO OUUUUY S'.
           05 FILLER PIC X(32) VALUE 'AAAAAAACEEEEIIIIDNOOOOO OUUUUY Y'.
       01 FILLER REDEFINES WK-MAPA-ACENTOS-TXT.
           05 WK-MAPA-LETRA OCCURS 64 TIMES PIC X(01).
       01 WK-MAPA-IDX       PIC 9(02) VALUE ZEROS.
       01 WK-ORD-AUX.
           05 WK-ORD-ALTO    PIC X(01) VALUE LOW-VALUE.
           05 WK-ORD-BAIXO   PIC X(01) VALUE LOW-VALUE.
       01 WK-ORD-NUM REDEFINES WK-ORD-AUX PIC 9(04) COMP.

      * Areas de trabalho do calculo dos digitos verificadores de
      * CNPJ (modulo 11 com os pesos oficiais de cada posicao) -
      * mesmo calculo do CBLZMW06
       01 WK-DV-CNPJ-ENTRADA   PIC 9(14) VALUE ZEROS.
       01 WK-DV-CNPJ-DIGITOS REDEFINES WK-DV-CNPJ-ENTRADA.
           05 WK-DV-DIG        PIC 9(01) OCCURS 14 TIMES.
       01 WK-DV-PESOS1-TXT     PIC X(12) VALUE '543298765432'.
       01 WK-DV-PESOS1 REDEFINES WK-DV-PESOS1-TXT.
           05 WK-DV-PESO1      PIC 9(01) OCCURS 12 TIMES.
       01 WK-DV-PESOS2-TXT     PIC X(13) VALUE '6543298765432'.
       01 WK-DV-PESOS2 REDEFINES WK-DV-PESOS2-TXT.
           05 WK-DV-PESO2      PIC 9(01) OCCURS 13 TIMES.
       01 WK-DV-IDX            PIC 9(02) VALUE ZEROS.
       01 WK-DV-SOMA           PIC 9(05) VALUE ZEROS.
       01 WK-DV-RESTO          PIC 9(02) VALUE ZEROS.
       01 WK-DV-CALC1          PIC 9(01) VALUE ZEROS.
       01 WK-DV-CALC2          PIC 9(01) VALUE ZEROS.
       01 WK-DV-VALIDO         PIC X(01) VALUE 'N'.

      * Areas de trabalho do calculo dos digitos verificadores de
      * CPF (modulo 11 com pesos decrescentes a partir de 10 e 11)
       01 WK-DV-CPF-ENTRADA    PIC 9(11) VALUE ZEROS.
       01 WK-DV-CPF-DIGITOS REDEFINES WK-DV-CPF-ENTRADA.
           05 WK-DV-CPF-DIG    PIC 9(01) OCCURS 11 TIMES.
       01 WK-DOC-CNPJ-OK       PIC X(01) VALUE 'N'.
       01 WK-DOC-CPF-OK        PIC X(01) VALUE 'N'.

      * Totais
       01 WK-TOT-SOCIOS        PIC 9(07) VALUE ZEROS.
       01 WK-TOT-DOCUMENTOS    PIC 9(07) VALUE ZEROS.
       01 WK-TOT-DOC-NOMES     PIC 9(07) VALUE ZEROS.
       01 WK-TOT-DOC-TIPOS     PIC 9(07) VALUE ZEROS.
       01 WK-TOT-INDICE        PIC 9(07) VALUE ZEROS.
       01 WK-TOT-DIVERGENTES   PIC 9(07) VALUE ZEROS.
       01 WK-TOT-NOMES         PIC 9(07) VALUE ZEROS.
       01 WK-TOT-NOME-EXATO    PIC 9(07) VALUE ZEROS.
       01 WK-TOT-NOME-NORMAL   PIC 9(07) VALUE ZEROS.
       01 WK-TOT-EMPATES       PIC 9(07) VALUE ZEROS.
       01 WK-TOT-SUSPEITOS     PIC 9(07) VALUE ZEROS.
       01 WK-TOT-SUG-NOME      PIC 9(07) VALUE ZEROS.
       01 WK-TOT-SUG-TIPO      PIC 9(07) VALUE ZEROS.
       01 WK-TOT-TRUNCADOS     PIC 9(07) VALUE ZEROS.

       01 WK-CABEC-L        PIC X(60) VALUE ALL '='.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR

           PERFORM 2000-CONSISTIR-DOCUMENTOS

           IF WK-ERRO-IDN EQUAL 'N'
               PERFORM 2500-CONSISTIR-NOMES
           END-IF

           IF WK-ERRO-IDN EQUAL 'N'
               PERFORM 4900-GRAVAR-TOTAIS
           END-IF

           PERFORM 3000-FINALIZAR
       .
      *****************************************************************
      * INICIALIZAR - ABRE O MESTRE E O INDICE DE NOMES PARA LEITURA,
      * O RELATORIO E O ARQUIVO DE SUGESTOES
      *****************************************************************
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD
           MOVE WK-DATA-SYS TO WK-SOLIC-DATA

           PERFORM 1045-RESOLVER-PARAMETROS-ARQUIVO.

           OPEN INPUT MESTRE
           IF WK-STATUS-MST NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO MESTRE INDEXADO '
                   WK-STATUS-MST
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT NOMES
           IF WK-STATUS-NOM NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO INDICE DE NOMES '
                   WK-STATUS-NOM
               CLOSE MESTRE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELATORIO
           IF WK-STATUS-REL NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO RELATORIO DE IDENTIDADE '
                   WK-STATUS-REL
               CLOSE MESTRE
               CLOSE NOMES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SUGESTOES
           IF WK-STATUS-SUG NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE SUGESTOES '
                   WK-STATUS-SUG
               CLOSE MESTRE
               CLOSE NOMES
               CLOSE RELATORIO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'CONSISTENCIA DA IDENTIDADE DOS SOCIOS - CBLZMW25 - '
                                                 DELIMITED BY SIZE
               WK-DATA-SYS                       DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
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

           DISPLAY 'BLIDNREL' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-RELATORIO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLIDNTRN' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-SUGESTOES
           END-IF
           MOVE SPACES TO WK-ENV-VALOR
       .
       1045-RESOLVER-PARAMETROS-ARQUIVO-FIM.
           EXIT.
      *****************************************************************
      * CONSISTIR POR DOCUMENTO - CLASSIFICA OS REGISTROS 'S' DO
      * MESTRE POR DOCUMENTO E AVALIA CADA DOCUMENTO NA QUEBRA
      *****************************************************************
       2000-CONSISTIR-DOCUMENTOS SECTION.
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE 'DOCUMENTO COM MAIS DE UM NOME OU MAIS DE UM TIPO'
               TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           SORT SORT-DOC
               ON ASCENDING KEY SDC-DOC SDC-NOME SDC-CNPJ SDC-SEQ
               INPUT PROCEDURE IS 2100-LIBERAR-SOCIOS
               OUTPUT PROCEDURE IS 2200-AGRUPAR-DOCUMENTOS

           IF WK-TOT-DOC-NOMES EQUAL ZEROS
               AND WK-TOT-DOC-TIPOS EQUAL ZEROS
               MOVE '  NENHUMA DIVERGENCIA POR DOCUMENTO' TO
                   FL-RELATORIO-ARQ
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF
       .
       2000-CONSISTIR-DOCUMENTOS-FIM.
           EXIT.
      *****************************************************************
      * ENTREGAR A CLASSIFICACAO TODOS OS REGISTROS 'S' DO MESTRE,
      * DE QUALQUER SITUACAO
      *****************************************************************
       2100-LIBERAR-SOCIOS SECTION.
           MOVE LOW-VALUES TO MST-CHAVE
           MOVE 'N' TO WK-FIM-MESTRE
           START MESTRE KEY NOT < MST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-MESTRE
           END-START

           PERFORM 2110-LIBERAR-SOCIO
               UNTIL WK-FIM-MESTRE EQUAL 'S'
       .
       2100-LIBERAR-SOCIOS-FIM.
           EXIT.
      *****************************************************************
      * LER O PROXIMO REGISTRO DO MESTRE E ENTREGAR QUANDO FOR 'S'
      *****************************************************************
       2110-LIBERAR-SOCIO SECTION.
           READ MESTRE NEXT

           IF WK-STATUS-MST NOT EQUAL 0
               MOVE 'S' TO WK-FIM-MESTRE
               IF WK-STATUS-MST NOT EQUAL 10
                   DISPLAY 'ERRO AO LER O MESTRE INDEXADO '
                       WK-STATUS-MST
                   MOVE 'S' TO WK-ERRO-IDN
               END-IF
           ELSE
               IF MST-TIPO EQUAL 'S'
                   ADD 1 TO WK-TOT-SOCIOS
                   MOVE MST-S-CNPJ-SOCIO TO SDC-DOC
                   MOVE MST-S-NOME       TO SDC-NOME
                   MOVE MST-CNPJ         TO SDC-CNPJ
                   MOVE MST-SEQ          TO SDC-SEQ
                   MOVE MST-S-TIPO-SOCIO TO SDC-TIPO-SOCIO
                   MOVE MST-S-STATUS     TO SDC-STATUS
                   RELEASE SDC-REG-SOCIO
               END-IF
           END-IF
       .
       2110-LIBERAR-SOCIO-FIM.
           EXIT.
      *****************************************************************
      * AGRUPAR OS REGISTROS CLASSIFICADOS POR DOCUMENTO (SAIDA DA
      * CLASSIFICACAO)
      *****************************************************************
       2200-AGRUPAR-DOCUMENTOS SECTION.
           MOVE 'N' TO WK-FIM-SORT
           MOVE ZEROS TO WK-QTD-DOC-REG
           MOVE 'N' TO WK-DOC-TRUNCADO

           PERFORM 2210-AGRUPAR-REGISTRO-DOC
               UNTIL WK-FIM-SORT EQUAL 'S'

           IF WK-QTD-DOC-REG > ZEROS
               PERFORM 2300-AVALIAR-DOCUMENTO
           END-IF
       .
       2200-AGRUPAR-DOCUMENTOS-FIM.
           EXIT.
      *****************************************************************
      * RECEBER UM REGISTRO CLASSIFICADO - NA QUEBRA DE DOCUMENTO
      * AVALIA O ANTERIOR E COMECA O NOVO
      *****************************************************************
       2210-AGRUPAR-REGISTRO-DOC SECTION.
           RETURN SORT-DOC
               AT END
                   MOVE 'S' TO WK-FIM-SORT
               NOT AT END
                   IF WK-QTD-DOC-REG > ZEROS
                       AND SDC-DOC NOT EQUAL WK-DOC-ATUAL
                       PERFORM 2300-AVALIAR-DOCUMENTO
                       MOVE ZEROS TO WK-QTD-DOC-REG
                       MOVE 'N' TO WK-DOC-TRUNCADO
                   END-IF
                   MOVE SDC-DOC TO WK-DOC-ATUAL
                   IF WK-QTD-DOC-REG < WK-MAX-DOC-REG
                       ADD 1 TO WK-QTD-DOC-REG
                       MOVE SDC-NOME TO WK-DRG-NOME (WK-QTD-DOC-REG)
                       MOVE SDC-CNPJ TO WK-DRG-CNPJ (WK-QTD-DOC-REG)
                       MOVE SDC-SEQ  TO WK-DRG-SEQ (WK-QTD-DOC-REG)
                       MOVE SDC-TIPO-SOCIO
                           TO WK-DRG-TIPO (WK-QTD-DOC-REG)
                       MOVE SDC-STATUS
                           TO WK-DRG-STATUS (WK-QTD-DOC-REG)
                   ELSE
                       MOVE 'S' TO WK-DOC-TRUNCADO
                   END-IF
           END-RETURN
       .
       2210-AGRUPAR-REGISTRO-DOC-FIM.
           EXIT.
      *****************************************************************
      * AVALIAR O DOCUMENTO - CONTA AS GRAFIAS (CONSECUTIVAS NA
      * CLASSIFICACAO) E OS TIPOS DE SOCIO DOS REGISTROS DELE
      *****************************************************************
       2300-AVALIAR-DOCUMENTO SECTION.
           ADD 1 TO WK-TOT-DOCUMENTOS
           MOVE ZEROS TO WK-QTD-NOMES-DOC
           MOVE ZEROS TO WK-QTD-PF
           MOVE ZEROS TO WK-QTD-PJ

           PERFORM 2310-CONTAR-GRAFIA-TIPO
               VARYING WK-REG-IDX FROM 1 BY 1
               UNTIL WK-REG-IDX > WK-QTD-DOC-REG

           IF WK-DOC-TRUNCADO EQUAL 'S'
               ADD 1 TO WK-TOT-TRUNCADOS
           END-IF

           IF WK-QTD-NOMES-DOC > 1
               PERFORM 2320-REPORTAR-NOMES-DOCUMENTO
           END-IF

           IF WK-QTD-PF > ZEROS
               AND WK-QTD-PJ > ZEROS
               PERFORM 2350-REPORTAR-TIPOS-DOCUMENTO
           END-IF
       .
       2300-AVALIAR-DOCUMENTO-FIM.
           EXIT.
      *****************************************************************
      * CONTAR A GRAFIA E O TIPO DE UM REGISTRO DO DOCUMENTO
      *****************************************************************
       2310-CONTAR-GRAFIA-TIPO SECTION.
           IF WK-REG-IDX EQUAL 1
               OR WK-DRG-NOME (WK-REG-IDX) NOT EQUAL
                   WK-DRG-NOME (WK-REG-IDX - 1)
               IF WK-QTD-NOMES-DOC < WK-MAX-NOMES-DOC
                   ADD 1 TO WK-QTD-NOMES-DOC
                   MOVE WK-DRG-NOME (WK-REG-IDX)
                       TO WK-NDC-NOME (WK-QTD-NOMES-DOC)
                   MOVE ZEROS TO WK-NDC-QTD (WK-QTD-NOMES-DOC)
               END-IF
           END-IF
           ADD 1 TO WK-NDC-QTD (WK-QTD-NOMES-DOC)

           EVALUATE WK-DRG-TIPO (WK-REG-IDX)
               WHEN 'PF'
                   ADD 1 TO WK-QTD-PF
               WHEN 'PJ'
                   ADD 1 TO WK-QTD-PJ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
       2310-CONTAR-GRAFIA-TIPO-FIM.
           EXIT.
      *****************************************************************
      * REPORTAR O DOCUMENTO COM MAIS DE UM NOME - A GRAFIA MAIS
      * FREQUENTE E A REFERENCIA; OS REGISTROS COM OUTRA GRAFIA SAO
      * OS PROVAVEIS ERROS E RECEBEM SUGESTAO DE CORRECAO DO NOME
      *****************************************************************
       2320-REPORTAR-NOMES-DOCUMENTO SECTION.
           ADD 1 TO WK-TOT-DOC-NOMES
           MOVE ZEROS TO WK-REF-QTD
           MOVE 'N' TO WK-REF-EMPATE
           MOVE SPACES TO WK-REF-NOME

           PERFORM 2325-ESCOLHER-GRAFIA
               VARYING WK-NDC-IDX FROM 1 BY 1
               UNTIL WK-NDC-IDX > WK-QTD-NOMES-DOC

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'DOCUMENTO '         DELIMITED BY SIZE
               WK-DOC-ATUAL         DELIMITED BY SIZE
               ' - '                DELIMITED BY SIZE
               WK-QTD-NOMES-DOC     DELIMITED BY SIZE
               ' NOMES DIFERENTES EM ' DELIMITED BY SIZE
               WK-QTD-DOC-REG       DELIMITED BY SIZE
               ' REGISTROS'         DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           IF WK-REF-EMPATE EQUAL 'S'
               ADD 1 TO WK-TOT-EMPATES
               STRING
                   '  EMPATE ENTRE AS GRAFIAS - CONFERIR NA ORIGEM, '
                                    DELIMITED BY SIZE
                   'SEM SUGESTAO DE CORRECAO' DELIMITED BY SIZE
                   INTO FL-RELATORIO-ARQ
               END-STRING
           ELSE
               STRING
                   '  NOME DE REFERENCIA (MAIS FREQUENTE): '
                                    DELIMITED BY SIZE
                   WK-REF-NOME      DELIMITED BY SIZE
                   INTO FL-RELATORIO-ARQ
               END-STRING
           END-IF
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           PERFORM 2330-LISTAR-REGISTRO-NOME
               VARYING WK-REG-IDX FROM 1 BY 1
               UNTIL WK-REG-IDX > WK-QTD-DOC-REG

           PERFORM 2390-FECHAR-ACHADO-DOCUMENTO
       .
       2320-REPORTAR-NOMES-DOCUMENTO-FIM.
           EXIT.
      *****************************************************************
      * ESCOLHER A GRAFIA DE MAIOR QUANTIDADE, MARCANDO O EMPATE
      *****************************************************************
       2325-ESCOLHER-GRAFIA SECTION.
           EVALUATE TRUE
               WHEN WK-NDC-QTD (WK-NDC-IDX) > WK-REF-QTD
                   MOVE WK-NDC-QTD (WK-NDC-IDX)  TO WK-REF-QTD
                   MOVE WK-NDC-NOME (WK-NDC-IDX) TO WK-REF-NOME
                   MOVE 'N' TO WK-REF-EMPATE
               WHEN WK-NDC-QTD (WK-NDC-IDX) EQUAL WK-REF-QTD
                   MOVE 'S' TO WK-REF-EMPATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
       2325-ESCOLHER-GRAFIA-FIM.
           EXIT.
      *****************************************************************
      * LISTAR UM REGISTRO DO DOCUMENTO NO ACHADO DE NOME
      *****************************************************************
       2330-LISTAR-REGISTRO-NOME SECTION.
           MOVE SPACES TO WK-MARCA
           IF WK-REF-EMPATE EQUAL 'N'
               AND WK-DRG-NOME (WK-REG-IDX) NOT EQUAL WK-REF-NOME
               MOVE '<-- PROVAVEL ERRO: NOME' TO WK-MARCA
               ADD 1 TO WK-TOT-SUSPEITOS
               MOVE WK-DRG-CNPJ (WK-REG-IDX) TO WK-SUG-CNPJ
               MOVE WK-DRG-SEQ (WK-REG-IDX)  TO WK-SUG-SEQ
               MOVE 'NOME'                   TO WK-SUG-CAMPO
               MOVE WK-REF-NOME              TO WK-SUG-VALOR
               PERFORM 2380-GRAVAR-SUGESTAO
               ADD 1 TO WK-TOT-SUG-NOME
           END-IF

           PERFORM 2340-LISTAR-REGISTRO-DOCUMENTO
       .
       2330-LISTAR-REGISTRO-NOME-FIM.
           EXIT.
      *****************************************************************
      * LINHA DE UM REGISTRO DO DOCUMENTO, COM A MARCA JA MONTADA
      *****************************************************************
       2340-LISTAR-REGISTRO-DOCUMENTO SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               '  CNPJ '                    DELIMITED BY SIZE
               WK-DRG-CNPJ (WK-REG-IDX)     DELIMITED BY SIZE
               ' SEQ '                      DELIMITED BY SIZE
               WK-DRG-SEQ (WK-REG-IDX)      DELIMITED BY SIZE
               ' '                          DELIMITED BY SIZE
               WK-DRG-TIPO (WK-REG-IDX)     DELIMITED BY SIZE
               ' '                          DELIMITED BY SIZE
               WK-DRG-STATUS (WK-REG-IDX)   DELIMITED BY SIZE
               ' '                          DELIMITED BY SIZE
               WK-DRG-NOME (WK-REG-IDX)     DELIMITED BY SIZE
               ' '                          DELIMITED BY SIZE
               WK-MARCA                     DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       2340-LISTAR-REGISTRO-DOCUMENTO-FIM.
           EXIT.
      *****************************************************************
      * REPORTAR O DOCUMENTO COM TIPOS PF E PJ - O DIGITO VERIFICADOR
      * DECIDE QUANDO O DOCUMENTO SO VALE COMO CPF OU SO COMO CNPJ;
      * SENAO VALE O TIPO MAIS FREQUENTE. OS REGISTROS COM O OUTRO
      * TIPO RECEBEM SUGESTAO DE CORRECAO DO TIPO
      *****************************************************************
       2350-REPORTAR-TIPOS-DOCUMENTO SECTION.
           ADD 1 TO WK-TOT-DOC-TIPOS
           PERFORM 2355-ESCOLHER-TIPO

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'DOCUMENTO '         DELIMITED BY SIZE
               WK-DOC-ATUAL         DELIMITED BY SIZE
               ' - TIPOS PF ('      DELIMITED BY SIZE
               WK-QTD-PF            DELIMITED BY SIZE
               ') E PJ ('           DELIMITED BY SIZE
               WK-QTD-PJ            DELIMITED BY SIZE
               ') NOS REGISTROS'    DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           IF WK-REF-EMPATE EQUAL 'S'
               ADD 1 TO WK-TOT-EMPATES
               STRING
                   '  EMPATE ENTRE OS TIPOS - CONFERIR NA ORIGEM, '
                                    DELIMITED BY SIZE
                   'SEM SUGESTAO DE CORRECAO' DELIMITED BY SIZE
                   INTO FL-RELATORIO-ARQ
               END-STRING
           ELSE
               STRING
                   '  TIPO DE REFERENCIA: ' DELIMITED BY SIZE
                   WK-REF-TIPO              DELIMITED BY SIZE
                   ' ('                     DELIMITED BY SIZE
                   WK-REF-MOTIVO            DELIMITED BY '  '
                   ')'                      DELIMITED BY SIZE
                   INTO FL-RELATORIO-ARQ
               END-STRING
           END-IF
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           PERFORM 2360-LISTAR-REGISTRO-TIPO
               VARYING WK-REG-IDX FROM 1 BY 1
               UNTIL WK-REG-IDX > WK-QTD-DOC-REG

           PERFORM 2390-FECHAR-ACHADO-DOCUMENTO
       .
       2350-REPORTAR-TIPOS-DOCUMENTO-FIM.
           EXIT.
      *****************************************************************
      * ESCOLHER O TIPO DE REFERENCIA DO DOCUMENTO
      *****************************************************************
       2355-ESCOLHER-TIPO SECTION.
           MOVE 'N' TO WK-REF-EMPATE
           MOVE SPACES TO WK-REF-TIPO
           MOVE SPACES TO WK-REF-MOTIVO

           MOVE WK-DOC-ATUAL TO WK-DV-CNPJ-ENTRADA
           PERFORM 2950-VALIDAR-DV-CNPJ
           MOVE WK-DV-VALIDO TO WK-DOC-CNPJ-OK

           MOVE 'N' TO WK-DOC-CPF-OK
           IF WK-DOC-ATUAL (1:3) EQUAL '000'
               MOVE WK-DOC-ATUAL (4:11) TO WK-DV-CPF-ENTRADA
               PERFORM 2970-VALIDAR-DV-CPF
               MOVE WK-DV-VALIDO TO WK-DOC-CPF-OK
           END-IF

           EVALUATE TRUE
               WHEN WK-DOC-CNPJ-OK EQUAL 'S'
                   AND WK-DOC-CPF-OK EQUAL 'N'
                   MOVE 'PJ' TO WK-REF-TIPO
                   MOVE 'DIGITO VERIFICADOR DE CNPJ' TO WK-REF-MOTIVO
               WHEN WK-DOC-CPF-OK EQUAL 'S'
                   AND WK-DOC-CNPJ-OK EQUAL 'N'
                   MOVE 'PF' TO WK-REF-TIPO
                   MOVE 'DIGITO VERIFICADOR DE CPF' TO WK-REF-MOTIVO
               WHEN WK-QTD-PJ > WK-QTD-PF
                   MOVE 'PJ' TO WK-REF-TIPO
                   MOVE 'MAIS FREQUENTE' TO WK-REF-MOTIVO
               WHEN WK-QTD-PF > WK-QTD-PJ
                   MOVE 'PF' TO WK-REF-TIPO
                   MOVE 'MAIS FREQUENTE' TO WK-REF-MOTIVO
               WHEN OTHER
                   MOVE 'S' TO WK-REF-EMPATE
           END-EVALUATE
       .
       2355-ESCOLHER-TIPO-FIM.
           EXIT.
      *****************************************************************
      * LISTAR UM REGISTRO DO DOCUMENTO NO ACHADO DE TIPO
      *****************************************************************
       2360-LISTAR-REGISTRO-TIPO SECTION.
           MOVE SPACES TO WK-MARCA
           IF WK-REF-EMPATE EQUAL 'N'
               AND WK-DRG-TIPO (WK-REG-IDX) NOT EQUAL WK-REF-TIPO
               MOVE '<-- PROVAVEL ERRO: TIPO' TO WK-MARCA
               ADD 1 TO WK-TOT-SUSPEITOS
               MOVE WK-DRG-CNPJ (WK-REG-IDX) TO WK-SUG-CNPJ
               MOVE WK-DRG-SEQ (WK-REG-IDX)  TO WK-SUG-SEQ
               MOVE 'TIPO'                   TO WK-SUG-CAMPO
               MOVE WK-REF-TIPO              TO WK-SUG-VALOR
               PERFORM 2380-GRAVAR-SUGESTAO
               ADD 1 TO WK-TOT-SUG-TIPO
           END-IF

           PERFORM 2340-LISTAR-REGISTRO-DOCUMENTO
       .
       2360-LISTAR-REGISTRO-TIPO-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR A SUGESTAO DE CORRECAO - TRANSACAO AS (ALTERAR CAMPO
      * DE SOCIO) NO LAYOUT DO CBLZMW17
      *****************************************************************
       2380-GRAVAR-SUGESTAO SECTION.
           MOVE SPACES         TO ARQ-TRANSACAO
           MOVE 'AS'           TO TRN-OPERACAO
           MOVE WK-SUG-CNPJ    TO TRN-CNPJ
           MOVE 'S'            TO TRN-TIPO
           MOVE WK-SUG-SEQ     TO TRN-SEQ
           MOVE WK-SUG-CAMPO   TO TRN-CAMPO
           MOVE WK-SUG-VALOR   TO TRN-VALOR
           MOVE WK-SOLICITANTE TO TRN-SOLICITANTE

           WRITE ARQ-TRANSACAO
           IF WK-STATUS-SUG NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE SUGESTOES '
                   WK-STATUS-SUG
               MOVE 'S' TO WK-ERRO-IDN
           END-IF
       .
       2380-GRAVAR-SUGESTAO-FIM.
           EXIT.
      *****************************************************************
      * FECHAR O ACHADO DO DOCUMENTO - AVISO DE LISTA TRUNCADA E
      * LINHA EM BRANCO
      *****************************************************************
       2390-FECHAR-ACHADO-DOCUMENTO SECTION.
           IF WK-DOC-TRUNCADO EQUAL 'S'
               MOVE SPACES TO FL-RELATORIO-ARQ
               STRING
                   '  DOCUMENTO COM MAIS DE '  DELIMITED BY SIZE
                   WK-MAX-DOC-REG              DELIMITED BY SIZE
                   ' REGISTROS - AVALIADOS OS PRIMEIROS'
                                               DELIMITED BY SIZE
                   INTO FL-RELATORIO-ARQ
               END-STRING
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF

           MOVE SPACES TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       2390-FECHAR-ACHADO-DOCUMENTO-FIM.
           EXIT.
      *****************************************************************
      * CONSISTIR POR NOME - CLASSIFICA O INDICE DE NOMES PELO NOME
      * NORMALIZADO (CONFERINDO CADA ENTRADA CONTRA O MESTRE NA
      * ENTRADA DA CLASSIFICACAO) E AVALIA CADA NOME NA QUEBRA
      *****************************************************************
       2500-CONSISTIR-NOMES SECTION.
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE 'INDICE DE NOMES DIVERGENTE DO MESTRE' TO
               FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           SORT SORT-NOM
               ON ASCENDING KEY SNM-NORMAL SNM-NOME SNM-DOC
                                SNM-CNPJ SNM-SEQ
               INPUT PROCEDURE IS 2600-LIBERAR-INDICE
               OUTPUT PROCEDURE IS 2700-AGRUPAR-NOMES

           IF WK-TOT-NOME-EXATO EQUAL ZEROS
               AND WK-TOT-NOME-NORMAL EQUAL ZEROS
               MOVE '  NENHUM NOME COM MAIS DE UM DOCUMENTO' TO
                   FL-RELATORIO-ARQ
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF
       .
       2500-CONSISTIR-NOMES-FIM.
           EXIT.
      *****************************************************************
      * ENTREGAR A CLASSIFICACAO AS ENTRADAS DO INDICE DE NOMES
      *****************************************************************
       2600-LIBERAR-INDICE SECTION.
           MOVE LOW-VALUES TO NOM-CHAVE
           MOVE 'N' TO WK-FIM-NOMES
           START NOMES KEY NOT < NOM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-NOMES
           END-START

           PERFORM 2610-LIBERAR-ENTRADA
               UNTIL WK-FIM-NOMES EQUAL 'S'

           IF WK-TOT-DIVERGENTES EQUAL ZEROS
               MOVE '  NENHUMA DIVERGENCIA ENTRE INDICE E MESTRE' TO
                   FL-RELATORIO-ARQ
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF
       .
       2600-LIBERAR-INDICE-FIM.
           EXIT.
      *****************************************************************
      * LER A PROXIMA ENTRADA DO INDICE, CONFERIR COM O MESTRE E
      * ENTREGAR COM O NOME NORMALIZADO
      *****************************************************************
       2610-LIBERAR-ENTRADA SECTION.
           READ NOMES NEXT

           IF WK-STATUS-NOM NOT EQUAL 0
               MOVE 'S' TO WK-FIM-NOMES
               IF WK-STATUS-NOM NOT EQUAL 10
                   DISPLAY 'ERRO AO LER O INDICE DE NOMES '
                       WK-STATUS-NOM
                   MOVE 'S' TO WK-ERRO-IDN
               END-IF
           ELSE
               ADD 1 TO WK-TOT-INDICE
               PERFORM 2620-CONFERIR-MESTRE

               MOVE NOM-NOME TO WK-NORM-ENTRADA
               PERFORM 2900-NORMALIZAR-NOME
               MOVE WK-NORM-SAIDA  TO SNM-NORMAL
               MOVE NOM-NOME       TO SNM-NOME
               MOVE NOM-DOC-SOCIO  TO SNM-DOC
               MOVE NOM-CNPJ       TO SNM-CNPJ
               MOVE NOM-SEQ        TO SNM-SEQ
               MOVE NOM-TIPO-SOCIO TO SNM-TIPO-SOCIO
               MOVE NOM-STATUS     TO SNM-STATUS
               RELEASE SNM-REG-NOME
           END-IF
       .
       2610-LIBERAR-ENTRADA-FIM.
           EXIT.
      *****************************************************************
      * CONFERIR A ENTRADA DO INDICE COM O REGISTRO 'S' DO MESTRE -
      * SEM O REGISTRO, OU COM NOME, DOCUMENTO, TIPO OU SITUACAO
      * DIFERENTE, A PESQUISA POR NOME DO CBLZMW16 RESPONDE ERRADO
      *****************************************************************
       2620-CONFERIR-MESTRE SECTION.
           MOVE NOM-CNPJ TO MST-CNPJ
           MOVE 'S'      TO MST-TIPO
           MOVE NOM-SEQ  TO MST-SEQ

           READ MESTRE
               INVALID KEY
                   MOVE 'N' TO WK-MST-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WK-MST-ACHADO
           END-READ

           MOVE SPACES TO WK-MARCA
           IF WK-MST-ACHADO EQUAL 'N'
               MOVE 'SEM REGISTRO NO MESTRE' TO WK-MARCA
           ELSE
               IF MST-S-NOME NOT EQUAL NOM-NOME
                   OR MST-S-CNPJ-SOCIO NOT EQUAL NOM-DOC-SOCIO
                   OR MST-S-TIPO-SOCIO NOT EQUAL NOM-TIPO-SOCIO
                   OR MST-S-STATUS NOT EQUAL NOM-STATUS
                   MOVE 'DIFERENTE DO REGISTRO DO MESTRE' TO WK-MARCA
               END-IF
           END-IF

           IF WK-MARCA NOT EQUAL SPACES
               ADD 1 TO WK-TOT-DIVERGENTES
               MOVE SPACES TO FL-RELATORIO-ARQ
               STRING
                   '  CNPJ '        DELIMITED BY SIZE
                   NOM-CNPJ         DELIMITED BY SIZE
                   ' SEQ '          DELIMITED BY SIZE
                   NOM-SEQ          DELIMITED BY SIZE
                   ' DOC '          DELIMITED BY SIZE
                   NOM-DOC-SOCIO    DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   NOM-NOME         DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WK-MARCA         DELIMITED BY SIZE
                   INTO FL-RELATORIO-ARQ
               END-STRING
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF
       .
       2620-CONFERIR-MESTRE-FIM.
           EXIT.
      *****************************************************************
      * AGRUPAR AS ENTRADAS CLASSIFICADAS POR NOME NORMALIZADO (SAIDA
      * DA CLASSIFICACAO)
      *****************************************************************
       2700-AGRUPAR-NOMES SECTION.
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE 'NOME COM MAIS DE UM DOCUMENTO' TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE 'N' TO WK-FIM-SORT
           MOVE ZEROS TO WK-QTD-NOM-REG
           MOVE 'N' TO WK-NOM-TRUNCADO

           PERFORM 2710-AGRUPAR-REGISTRO-NOME
               UNTIL WK-FIM-SORT EQUAL 'S'

           IF WK-QTD-NOM-REG > ZEROS
               PERFORM 2800-AVALIAR-NOME
           END-IF
       .
       2700-AGRUPAR-NOMES-FIM.
           EXIT.
      *****************************************************************
      * RECEBER UMA ENTRADA CLASSIFICADA - NA QUEBRA DE NOME
      * NORMALIZADO AVALIA O ANTERIOR E COMECA O NOVO
      *****************************************************************
       2710-AGRUPAR-REGISTRO-NOME SECTION.
           RETURN SORT-NOM
               AT END
                   MOVE 'S' TO WK-FIM-SORT
               NOT AT END
                   IF WK-QTD-NOM-REG > ZEROS
                       AND SNM-NORMAL NOT EQUAL WK-NORMAL-ATUAL
                       PERFORM 2800-AVALIAR-NOME
                       MOVE ZEROS TO WK-QTD-NOM-REG
                       MOVE 'N' TO WK-NOM-TRUNCADO
                   END-IF
                   MOVE SNM-NORMAL TO WK-NORMAL-ATUAL
                   IF WK-QTD-NOM-REG < WK-MAX-NOM-REG
                       ADD 1 TO WK-QTD-NOM-REG
                       MOVE SNM-NOME TO WK-NRG-NOME (WK-QTD-NOM-REG)
                       MOVE SNM-DOC  TO WK-NRG-DOC (WK-QTD-NOM-REG)
                       MOVE SNM-CNPJ TO WK-NRG-CNPJ (WK-QTD-NOM-REG)
                       MOVE SNM-SEQ  TO WK-NRG-SEQ (WK-QTD-NOM-REG)
                       MOVE SNM-TIPO-SOCIO
                           TO WK-NRG-TIPO (WK-QTD-NOM-REG)
                       MOVE SNM-STATUS
                           TO WK-NRG-STATUS (WK-QTD-NOM-REG)
                   ELSE
                       MOVE 'S' TO WK-NOM-TRUNCADO
                   END-IF
           END-RETURN
       .
       2710-AGRUPAR-REGISTRO-NOME-FIM.
           EXIT.
      *****************************************************************
      * AVALIAR O NOME NORMALIZADO - CADA GRAFIA EXATA COM MAIS DE UM
      * DOCUMENTO E UM ACHADO; O NOME NORMALIZADO E OUTRO QUANDO
      * JUNTA MAIS DE UMA GRAFIA E MAIS DE UM DOCUMENTO
      *****************************************************************
       2800-AVALIAR-NOME SECTION.
           ADD 1 TO WK-TOT-NOMES
           MOVE ZEROS TO WK-QTD-GRAFIAS
           IF WK-NOM-TRUNCADO EQUAL 'S'
               ADD 1 TO WK-TOT-TRUNCADOS
           END-IF

           PERFORM 2810-PERCORRER-GRAFIA
               VARYING WK-REG-IDX FROM 1 BY 1
               UNTIL WK-REG-IDX > WK-QTD-NOM-REG
           MOVE WK-QTD-NOM-REG TO WK-FAIXA-FIM
           PERFORM 2815-FECHAR-GRAFIA

           IF WK-QTD-GRAFIAS > 1
               MOVE 1 TO WK-FAIXA-INI
               MOVE WK-QTD-NOM-REG TO WK-FAIXA-FIM
               PERFORM 2840-MONTAR-DOCUMENTOS-NOME
               IF WK-QTD-DOCS-NOME > 1
                   ADD 1 TO WK-TOT-NOME-NORMAL
                   MOVE 'SEM ACENTOS E PONTUACAO' TO WK-ROTULO-ACHADO
                   PERFORM 2830-REPORTAR-NOME
               END-IF
           END-IF
       .
       2800-AVALIAR-NOME-FIM.
           EXIT.
      *****************************************************************
      * PERCORRER AS GRAFIAS EXATAS (CONSECUTIVAS NA CLASSIFICACAO),
      * CONTANDO OS DOCUMENTOS DE CADA UMA
      *****************************************************************
       2810-PERCORRER-GRAFIA SECTION.
           IF WK-REG-IDX EQUAL 1
               OR WK-NRG-NOME (WK-REG-IDX) NOT EQUAL
                   WK-NRG-NOME (WK-REG-IDX - 1)
               IF WK-REG-IDX > 1
                   COMPUTE WK-FAIXA-FIM = WK-REG-IDX - 1
                   PERFORM 2815-FECHAR-GRAFIA
               END-IF
               ADD 1 TO WK-QTD-GRAFIAS
               MOVE WK-REG-IDX TO WK-RUN-INI
               MOVE 1 TO WK-RUN-DOCS
           ELSE
               IF WK-NRG-DOC (WK-REG-IDX) NOT EQUAL
                   WK-NRG-DOC (WK-REG-IDX - 1)
                   ADD 1 TO WK-RUN-DOCS
               END-IF
           END-IF
       .
       2810-PERCORRER-GRAFIA-FIM.
           EXIT.
      *****************************************************************
      * FECHAR A GRAFIA EXATA QUE TERMINA EM WK-FAIXA-FIM - REPORTA
      * QUANDO TEM MAIS DE UM DOCUMENTO
      *****************************************************************
       2815-FECHAR-GRAFIA SECTION.
           IF WK-RUN-DOCS > 1
               ADD 1 TO WK-TOT-NOME-EXATO
               MOVE WK-RUN-INI TO WK-FAIXA-INI
               PERFORM 2840-MONTAR-DOCUMENTOS-NOME
               MOVE 'GRAFIA EXATA' TO WK-ROTULO-ACHADO
               PERFORM 2830-REPORTAR-NOME
           END-IF
       .
       2815-FECHAR-GRAFIA-FIM.
           EXIT.
      *****************************************************************
      * REPORTAR O NOME DA FAIXA WK-FAIXA-INI A WK-FAIXA-FIM - O
      * DOCUMENTO COM MAIS REGISTROS E A REFERENCIA; OS REGISTROS
      * COM OUTRO DOCUMENTO SAO OS PROVAVEIS ERROS. EMPATE PODE SER
      * HOMONIMO. DOCUMENTO NAO E CAMPO CORRIGIVEL NO CBLZMW17 E SO
      * SE ACERTA NA ORIGEM, POR ISSO ESTE ACHADO NAO GERA SUGESTAO
      *****************************************************************
       2830-REPORTAR-NOME SECTION.
           MOVE ZEROS TO WK-REF-QTD
           MOVE ZEROS TO WK-REF-DOC
           MOVE 'N' TO WK-REF-EMPATE
           PERFORM 2835-ESCOLHER-DOCUMENTO
               VARYING WK-DNM-IDX FROM 1 BY 1
               UNTIL WK-DNM-IDX > WK-QTD-DOCS-NOME

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'NOME '                       DELIMITED BY SIZE
               WK-NRG-NOME (WK-FAIXA-INI)    DELIMITED BY SIZE
               ' - '                         DELIMITED BY SIZE
               WK-QTD-DOCS-NOME              DELIMITED BY SIZE
               ' DOCUMENTOS ('               DELIMITED BY SIZE
               WK-ROTULO-ACHADO              DELIMITED BY '  '
               ')'                           DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           IF WK-REF-EMPATE EQUAL 'S'
               ADD 1 TO WK-TOT-EMPATES
               STRING
                   '  EMPATE ENTRE OS DOCUMENTOS - POSSIVEL HOMONIMO,'
                                    DELIMITED BY SIZE
                   ' CONFERIR NA ORIGEM' DELIMITED BY SIZE
                   INTO FL-RELATORIO-ARQ
               END-STRING
           ELSE
               STRING
                   '  DOCUMENTO DE REFERENCIA (MAIS FREQUENTE): '
                                    DELIMITED BY SIZE
                   WK-REF-DOC       DELIMITED BY SIZE
                   ' - DOCUMENTO SO SE CORRIGE NA ORIGEM'
                                    DELIMITED BY SIZE
                   INTO FL-RELATORIO-ARQ
               END-STRING
           END-IF
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           PERFORM 2850-LISTAR-REGISTRO-NOME
               VARYING WK-FAIXA-IDX FROM WK-FAIXA-INI BY 1
               UNTIL WK-FAIXA-IDX > WK-FAIXA-FIM

           IF WK-NOM-TRUNCADO EQUAL 'S'
               MOVE SPACES TO FL-RELATORIO-ARQ
               STRING
                   '  NOME COM MAIS DE '       DELIMITED BY SIZE
                   WK-MAX-NOM-REG              DELIMITED BY SIZE
                   ' REGISTROS - AVALIADOS OS PRIMEIROS'
                                               DELIMITED BY SIZE
                   INTO FL-RELATORIO-ARQ
               END-STRING
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF

           MOVE SPACES TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       2830-REPORTAR-NOME-FIM.
           EXIT.
      *****************************************************************
      * ESCOLHER O DOCUMENTO DE MAIOR QUANTIDADE, MARCANDO O EMPATE
      *****************************************************************
       2835-ESCOLHER-DOCUMENTO SECTION.
           EVALUATE TRUE
               WHEN WK-DNM-QTD (WK-DNM-IDX) > WK-REF-QTD
                   MOVE WK-DNM-QTD (WK-DNM-IDX) TO WK-REF-QTD
                   MOVE WK-DNM-DOC (WK-DNM-IDX) TO WK-REF-DOC
                   MOVE 'N' TO WK-REF-EMPATE
               WHEN WK-DNM-QTD (WK-DNM-IDX) EQUAL WK-REF-QTD
                   MOVE 'S' TO WK-REF-EMPATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
       2835-ESCOLHER-DOCUMENTO-FIM.
           EXIT.
      *****************************************************************
      * MONTAR OS DOCUMENTOS DISTINTOS DA FAIXA, COM A QUANTIDADE
      *****************************************************************
       2840-MONTAR-DOCUMENTOS-NOME SECTION.
           MOVE ZEROS TO WK-QTD-DOCS-NOME
           PERFORM 2845-CONTAR-DOCUMENTO-NOME
               VARYING WK-FAIXA-IDX FROM WK-FAIXA-INI BY 1
               UNTIL WK-FAIXA-IDX > WK-FAIXA-FIM
       .
       2840-MONTAR-DOCUMENTOS-NOME-FIM.
           EXIT.
      *****************************************************************
      * SOMAR O DOCUMENTO DE UM REGISTRO NA TABELA DE DOCUMENTOS
      *****************************************************************
       2845-CONTAR-DOCUMENTO-NOME SECTION.
           MOVE 'N' TO WK-DNM-ACHADO
           PERFORM 2846-PROCURAR-DOCUMENTO-NOME
               VARYING WK-DNM-IDX FROM 1 BY 1
               UNTIL WK-DNM-IDX > WK-QTD-DOCS-NOME
               OR WK-DNM-ACHADO EQUAL 'S'

           IF WK-DNM-ACHADO EQUAL 'N'
               IF WK-QTD-DOCS-NOME < WK-MAX-DOCS-NOME
                   ADD 1 TO WK-QTD-DOCS-NOME
                   MOVE WK-NRG-DOC (WK-FAIXA-IDX)
                       TO WK-DNM-DOC (WK-QTD-DOCS-NOME)
                   MOVE 1 TO WK-DNM-QTD (WK-QTD-DOCS-NOME)
               END-IF
           END-IF
       .
       2845-CONTAR-DOCUMENTO-NOME-FIM.
           EXIT.
      *****************************************************************
      * PROCURAR O DOCUMENTO DO REGISTRO NA TABELA, SOMANDO UM
      *****************************************************************
       2846-PROCURAR-DOCUMENTO-NOME SECTION.
           IF WK-DNM-DOC (WK-DNM-IDX) EQUAL WK-NRG-DOC (WK-FAIXA-IDX)
               ADD 1 TO WK-DNM-QTD (WK-DNM-IDX)
               MOVE 'S' TO WK-DNM-ACHADO
           END-IF
       .
       2846-PROCURAR-DOCUMENTO-NOME-FIM.
           EXIT.
      *****************************************************************
      * LISTAR UM REGISTRO DO ACHADO DE NOME
      *****************************************************************
       2850-LISTAR-REGISTRO-NOME SECTION.
           MOVE SPACES TO WK-MARCA
           IF WK-REF-EMPATE EQUAL 'N'
               AND WK-NRG-DOC (WK-FAIXA-IDX) NOT EQUAL WK-REF-DOC
               MOVE '<-- PROVAVEL ERRO: DOCUMENTO' TO WK-MARCA
               ADD 1 TO WK-TOT-SUSPEITOS
           END-IF

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               '  CNPJ '                    DELIMITED BY SIZE
               WK-NRG-CNPJ (WK-FAIXA-IDX)     DELIMITED BY SIZE
               ' SEQ '                      DELIMITED BY SIZE
               WK-NRG-SEQ (WK-FAIXA-IDX)      DELIMITED BY SIZE
               ' DOC '                      DELIMITED BY SIZE
               WK-NRG-DOC (WK-FAIXA-IDX)      DELIMITED BY SIZE
               ' '                          DELIMITED BY SIZE
               WK-NRG-TIPO (WK-FAIXA-IDX)     DELIMITED BY SIZE
               ' '                          DELIMITED BY SIZE
               WK-NRG-STATUS (WK-FAIXA-IDX)   DELIMITED BY SIZE
               ' '                          DELIMITED BY SIZE
               WK-NRG-NOME (WK-FAIXA-IDX)     DELIMITED BY SIZE
               ' '                          DELIMITED BY SIZE
               WK-MARCA                     DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       2850-LISTAR-REGISTRO-NOME-FIM.
           EXIT.
      *****************************************************************
      * NORMALIZAR O NOME DE WK-NORM-ENTRADA EM WK-NORM-SAIDA
      *****************************************************************
       2900-NORMALIZAR-NOME SECTION.
           INSPECT WK-NORM-ENTRADA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WK-NORM-SAIDA
           MOVE ZEROS TO WK-NORM-POS

           PERFORM 2910-NORMALIZAR-CARACTER
               VARYING WK-NORM-IDX FROM 1 BY 1
               UNTIL WK-NORM-IDX > 36
       .
       2900-NORMALIZAR-NOME-FIM.
           EXIT.
      *****************************************************************
      * NORMALIZAR UM CARACTER - LETRA E DIGITO FICAM, ACENTUADA VIRA
      * A LETRA DO MAPA (NO UTF-8 O SEGUNDO BYTE E CONSUMIDO JUNTO) E
      * O RESTO E DESCARTADO
      *****************************************************************
       2910-NORMALIZAR-CARACTER SECTION.
           MOVE WK-NORM-CAR (WK-NORM-IDX) TO WK-NORM-LETRA

           EVALUATE TRUE
               WHEN WK-NORM-LETRA >= 'A' AND WK-NORM-LETRA <= 'Z'
                   CONTINUE
               WHEN WK-NORM-LETRA >= '0' AND WK-NORM-LETRA <= '9'
                   CONTINUE
               WHEN WK-NORM-LETRA EQUAL X'C3'
                   AND WK-NORM-IDX < 36
                   AND WK-NORM-CAR (WK-NORM-IDX + 1) >= X'80'
                   AND WK-NORM-CAR (WK-NORM-IDX + 1) <= X'BF'
                   ADD 1 TO WK-NORM-IDX
                   MOVE WK-NORM-CAR (WK-NORM-IDX) TO WK-ORD-BAIXO
                   COMPUTE WK-MAPA-IDX = WK-ORD-NUM - 127
                   MOVE WK-MAPA-LETRA (WK-MAPA-IDX) TO WK-NORM-LETRA
               WHEN WK-NORM-LETRA >= X'C0'
                   MOVE WK-NORM-LETRA TO WK-ORD-BAIXO
                   COMPUTE WK-MAPA-IDX = WK-ORD-NUM - 191
                   MOVE WK-MAPA-LETRA (WK-MAPA-IDX) TO WK-NORM-LETRA
               WHEN OTHER
                   MOVE SPACE TO WK-NORM-LETRA
           END-EVALUATE

           IF WK-NORM-LETRA NOT EQUAL SPACE
               ADD 1 TO WK-NORM-POS
               MOVE WK-NORM-LETRA TO WK-NORM-SAIDA (WK-NORM-POS:1)
           END-IF
       .
       2910-NORMALIZAR-CARACTER-FIM.
           EXIT.
      *****************************************************************
      * VALIDAR OS DIGITOS VERIFICADORES DO CNPJ RECEBIDO EM
      * WK-DV-CNPJ-ENTRADA - MESMO CALCULO DO CBLZMW06
      *****************************************************************
       2950-VALIDAR-DV-CNPJ SECTION.
           MOVE 'N' TO WK-DV-VALIDO

           IF WK-DV-CNPJ-ENTRADA (1:12) EQUAL '000000000000'
               CONTINUE
           ELSE
               MOVE ZEROS TO WK-DV-SOMA
               PERFORM 2955-SOMAR-PESO-DV1
                   VARYING WK-DV-IDX FROM 1 BY 1
                   UNTIL WK-DV-IDX > 12
               COMPUTE WK-DV-RESTO =
                   FUNCTION MOD (WK-DV-SOMA 11)
               IF WK-DV-RESTO < 2
                   MOVE ZEROS TO WK-DV-CALC1
               ELSE
                   COMPUTE WK-DV-CALC1 = 11 - WK-DV-RESTO
               END-IF

               MOVE ZEROS TO WK-DV-SOMA
               PERFORM 2956-SOMAR-PESO-DV2
                   VARYING WK-DV-IDX FROM 1 BY 1
                   UNTIL WK-DV-IDX > 13
               COMPUTE WK-DV-RESTO =
                   FUNCTION MOD (WK-DV-SOMA 11)
               IF WK-DV-RESTO < 2
                   MOVE ZEROS TO WK-DV-CALC2
               ELSE
                   COMPUTE WK-DV-CALC2 = 11 - WK-DV-RESTO
               END-IF

               IF WK-DV-CALC1 EQUAL WK-DV-DIG (13)
                   AND WK-DV-CALC2 EQUAL WK-DV-DIG (14)
                   MOVE 'S' TO WK-DV-VALIDO
               END-IF
           END-IF
       .
       2950-VALIDAR-DV-CNPJ-FIM.
           EXIT.
      *****************************************************************
      * SOMAR UMA POSICAO DO PRIMEIRO DIGITO VERIFICADOR
      *****************************************************************
       2955-SOMAR-PESO-DV1 SECTION.
           COMPUTE WK-DV-SOMA = WK-DV-SOMA
               + WK-DV-DIG (WK-DV-IDX) * WK-DV-PESO1 (WK-DV-IDX)
       .
       2955-SOMAR-PESO-DV1-FIM.
           EXIT.
      *****************************************************************
      * SOMAR UMA POSICAO DO SEGUNDO DIGITO VERIFICADOR
      *****************************************************************
       2956-SOMAR-PESO-DV2 SECTION.
           COMPUTE WK-DV-SOMA = WK-DV-SOMA
               + WK-DV-DIG (WK-DV-IDX) * WK-DV-PESO2 (WK-DV-IDX)
       .
       2956-SOMAR-PESO-DV2-FIM.
           EXIT.
      *****************************************************************
      * VALIDAR OS DIGITOS VERIFICADORES DO CPF RECEBIDO EM
      * WK-DV-CPF-ENTRADA - MESMO CALCULO DO CBLZMW06
      *****************************************************************
       2970-VALIDAR-DV-CPF SECTION.
           MOVE 'N' TO WK-DV-VALIDO

           IF WK-DV-CPF-ENTRADA (1:9) EQUAL '000000000'
               CONTINUE
           ELSE
               MOVE ZEROS TO WK-DV-SOMA
               PERFORM 2975-SOMAR-PESO-CPF1
                   VARYING WK-DV-IDX FROM 1 BY 1
                   UNTIL WK-DV-IDX > 9
               COMPUTE WK-DV-RESTO =
                   FUNCTION MOD (WK-DV-SOMA 11)
               IF WK-DV-RESTO < 2
                   MOVE ZEROS TO WK-DV-CALC1
               ELSE
                   COMPUTE WK-DV-CALC1 = 11 - WK-DV-RESTO
               END-IF

               MOVE ZEROS TO WK-DV-SOMA
               PERFORM 2976-SOMAR-PESO-CPF2
                   VARYING WK-DV-IDX FROM 1 BY 1
                   UNTIL WK-DV-IDX > 10
               COMPUTE WK-DV-RESTO =
                   FUNCTION MOD (WK-DV-SOMA 11)
               IF WK-DV-RESTO < 2
                   MOVE ZEROS TO WK-DV-CALC2
               ELSE
                   COMPUTE WK-DV-CALC2 = 11 - WK-DV-RESTO
               END-IF

               IF WK-DV-CALC1 EQUAL WK-DV-CPF-DIG (10)
                   AND WK-DV-CALC2 EQUAL WK-DV-CPF-DIG (11)
                   MOVE 'S' TO WK-DV-VALIDO
               END-IF
           END-IF
       .
       2970-VALIDAR-DV-CPF-FIM.
           EXIT.
      *****************************************************************
      * SOMAR UMA POSICAO DO PRIMEIRO DIGITO VERIFICADOR DO CPF
      *****************************************************************
       2975-SOMAR-PESO-CPF1 SECTION.
           COMPUTE WK-DV-SOMA = WK-DV-SOMA
               + WK-DV-CPF-DIG (WK-DV-IDX) * (11 - WK-DV-IDX)
       .
       2975-SOMAR-PESO-CPF1-FIM.
           EXIT.
      *****************************************************************
      * SOMAR UMA POSICAO DO SEGUNDO DIGITO VERIFICADOR DO CPF
      *****************************************************************
       2976-SOMAR-PESO-CPF2 SECTION.
           COMPUTE WK-DV-SOMA = WK-DV-SOMA
               + WK-DV-CPF-DIG (WK-DV-IDX) * (12 - WK-DV-IDX)
       .
       2976-SOMAR-PESO-CPF2-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR OS TOTAIS GERAIS NO FIM DO RELATORIO
      *****************************************************************
       4900-GRAVAR-TOTAIS SECTION.
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE 'TOTAIS' TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'REGISTROS DE SOCIO NO MESTRE...: ' DELIMITED BY SIZE
               WK-TOT-SOCIOS                       DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'DOCUMENTOS DISTINTOS...........: ' DELIMITED BY SIZE
               WK-TOT-DOCUMENTOS                   DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'DOCUMENTOS COM MAIS DE UM NOME.: ' DELIMITED BY SIZE
               WK-TOT-DOC-NOMES                    DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'DOCUMENTOS COM PF E PJ.........: ' DELIMITED BY SIZE
               WK-TOT-DOC-TIPOS                    DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'ENTRADAS DO INDICE DE NOMES....: ' DELIMITED BY SIZE
               WK-TOT-INDICE                       DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'INDICE DIVERGENTE DO MESTRE....: ' DELIMITED BY SIZE
               WK-TOT-DIVERGENTES                  DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'NOMES NORMALIZADOS DISTINTOS...: ' DELIMITED BY SIZE
               WK-TOT-NOMES                        DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'NOME EXATO COM MAIS DE UM DOC..: ' DELIMITED BY SIZE
               WK-TOT-NOME-EXATO                   DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'NOME NORMALIZADO COM MAIS DOCS.: ' DELIMITED BY SIZE
               WK-TOT-NOME-NORMAL                  DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'REGISTROS PROVAVELMENTE ERRADOS: ' DELIMITED BY SIZE
               WK-TOT-SUSPEITOS                    DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'ACHADOS EMPATADOS (SEM SUGESTAO): ' DELIMITED BY SIZE
               WK-TOT-EMPATES                       DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'SUGESTOES DE NOME GRAVADAS.....: ' DELIMITED BY SIZE
               WK-TOT-SUG-NOME                     DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'SUGESTOES DE TIPO GRAVADAS.....: ' DELIMITED BY SIZE
               WK-TOT-SUG-TIPO                     DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           IF WK-TOT-TRUNCADOS > ZEROS
               MOVE SPACES TO FL-RELATORIO-ARQ
               STRING
                   'GRUPOS AVALIADOS EM PARTE......: '
                                            DELIMITED BY SIZE
                   WK-TOT-TRUNCADOS         DELIMITED BY SIZE
                   INTO FL-RELATORIO-ARQ
               END-STRING
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF
       .
       4900-GRAVAR-TOTAIS-FIM.
           EXIT.
      *****************************************************************
      * FINALIZAR - FECHA OS ARQUIVOS; RETURN-CODE 4 QUANDO HA
      * ACHADO DE IDENTIDADE OU INDICE DIVERGENTE E 12 NUM ERRO
      *****************************************************************
       3000-FINALIZAR SECTION.
           CLOSE MESTRE
           CLOSE NOMES
           CLOSE RELATORIO
           CLOSE SUGESTOES

           DISPLAY 'REGISTROS DE SOCIO NO MESTRE....: ' WK-TOT-SOCIOS
           DISPLAY 'DOCUMENTOS COM MAIS DE UM NOME..: '
               WK-TOT-DOC-NOMES
           DISPLAY 'DOCUMENTOS COM PF E PJ..........: '
               WK-TOT-DOC-TIPOS
           DISPLAY 'NOMES COM MAIS DE UM DOCUMENTO..: '
               WK-TOT-NOME-EXATO ' EXATOS / ' WK-TOT-NOME-NORMAL
               ' NORMALIZADOS'
           DISPLAY 'INDICE DIVERGENTE DO MESTRE.....: '
               WK-TOT-DIVERGENTES
           DISPLAY 'SUGESTOES DE CORRECAO GRAVADAS..: '
               WK-TOT-SUG-NOME ' NOME / ' WK-TOT-SUG-TIPO ' TIPO'

           IF WK-ERRO-IDN EQUAL 'S'
               DISPLAY 'Consistencia de identidade INTERROMPIDA por '
                   'erro de arquivo.'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WK-TOT-DOC-NOMES > ZEROS
                   OR WK-TOT-DOC-TIPOS > ZEROS
                   OR WK-TOT-NOME-EXATO > ZEROS
                   OR WK-TOT-NOME-NORMAL > ZEROS
                   OR WK-TOT-DIVERGENTES > ZEROS
                   DISPLAY 'Consistencia de identidade concluida com '
                       'achados a conferir.'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'Consistencia de identidade concluida.'
               END-IF
           END-IF

           STOP RUN
       .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZMW25.
