       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW20.
      *****************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 04/09/2026
      * Purpose: Retorno do sistema corporativo para as remessas da
      *          interface (BALANCEMW_INT.txt gerado pelo CBLZMW06).
      *          Mantem um controle indexado das remessas enviadas
      *          (BALANCEMW_RMS.idx): a cada execucao registra a
      *          remessa corrente - um registro de controle com a
      *          data/hora de geracao, a contagem e o hash do
      *          trailer, e um registro por detalhe enviado. Quando
      *          o arquivo de retorno da remessa esta presente, casa
      *          o retorno com a remessa pelo sequencial do header e
      *          com o detalhe pelo CNPJ + documento do socio, marca
      *          cada detalhe ACEITO ou REJEITADO, lista os
      *          rejeitados agrupados pelo codigo de rejeicao, os
      *          detalhes do retorno que nao constam da remessa e os
      *          da remessa que o retorno nao trouxe, e gera um
      *          arquivo de reenvio no mesmo layout da interface so
      *          com os detalhes rejeitados. Por fim aponta as
      *          remessas sem retorno ha mais de N dias (parametro
      *          DIAS=nnn, default 5). RETURN-CODE 4 quando ha
      *          rejeicao, divergencia ou remessa em atraso
      * Updates:
      * 040926 - Marcelo - Create Program
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Interface da rodada, no layout gerado pelo CBLZMW06
       SELECT INTERFACE-CORP ASSIGN TO DYNAMIC
           WK-PATH-INTF
           FILE STATUS IS WK-STATUS-INT.

      * Retorno do sistema corporativo - header com o sequencial da
      * remessa, um detalhe por par recebido com a situacao e o
      * codigo de rejeicao, e trailer com as contagens
       SELECT RETORNO ASSIGN TO DYNAMIC
           WK-PATH-RETORNO
           FILE STATUS IS WK-STATUS-RET.

      * Controle das remessas enviadas - registro de controle da
      * remessa (CNPJ e documento zerados) seguido dos detalhes
       SELECT REMESSAS ASSIGN TO DYNAMIC
           WK-PATH-REMESSAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RMS-CHAVE
           FILE STATUS IS WK-STATUS-RMS.

       SELECT RELATORIO ASSIGN TO DYNAMIC
           WK-PATH-RELATORIO
           FILE STATUS IS WK-STATUS-REL.

      * Arquivo de reenvio - mesmo layout da interface, so com os
      * detalhes rejeitados no retorno
       SELECT REENVIO ASSIGN TO DYNAMIC
           WK-PATH-REENVIO
           FILE STATUS IS WK-STATUS-RSD.

      * Arquivo de trabalho da classificacao dos rejeitados por
      * codigo de rejeicao
       SELECT SORT-REJ ASSIGN TO 'SORTREJ'.

       DATA DIVISION.
       FILE SECTION.

      * Interface - o tipo de registro na primeira posicao abre o
      * layout ('H' header, 'D' detalhe, 'T' trailer)
       FD INTERFACE-CORP RECORDING MODE IS F.
       01 FL-INTERFACE-CORP-ARQ PIC X(160).

       01 INT-REG-HEADER REDEFINES FL-INTERFACE-CORP-ARQ.
           05 INT-H-TIPO        PIC X(01).
           05 INT-H-IDENT       PIC X(10).
           05 INT-H-DATA        PIC 9(08).
           05 INT-H-HORA        PIC 9(06).
           05 INT-H-REMESSA     PIC 9(06).
           05 FILLER            PIC X(129).

       01 INT-REG-DETALHE REDEFINES FL-INTERFACE-CORP-ARQ.
           05 INT-D-TIPO        PIC X(01).
           05 INT-D-CNPJ        PIC 9(14).
           05 INT-D-NOME-EMP    PIC X(59).
           05 INT-D-DOC-SOCIO   PIC 9(14).
           05 INT-D-NOME-SOCIO  PIC X(36).
           05 INT-D-STATUS      PIC X(05).
           05 INT-D-TIPO-SOCIO  PIC X(02).
           05 FILLER            PIC X(29).

       01 INT-REG-TRAILER REDEFINES FL-INTERFACE-CORP-ARQ.
           05 INT-T-TIPO        PIC X(01).
           05 INT-T-QTD-DET     PIC 9(09).
           05 INT-T-HASH-CNPJ   PIC 9(18).
           05 FILLER            PIC X(132).

      * Retorno - 'H' header, 'D' detalhe (situacao 'A' aceito ou
      * 'R' rejeitado, com codigo e descricao da rejeicao), 'T'
      * trailer com as contagens do destino
       FD RETORNO RECORDING MODE IS F.
       01 FL-RETORNO-ARQ PIC X(100).

       01 RET-REG-HEADER REDEFINES FL-RETORNO-ARQ.
           05 RET-H-TIPO        PIC X(01).
           05 RET-H-IDENT       PIC X(10).
           05 RET-H-DATA        PIC 9(08).
           05 RET-H-HORA        PIC 9(06).
           05 RET-H-REMESSA     PIC 9(06).
           05 FILLER            PIC X(69).

       01 RET-REG-DETALHE REDEFINES FL-RETORNO-ARQ.
           05 RET-D-TIPO        PIC X(01).
           05 RET-D-CNPJ        PIC 9(14).
           05 RET-D-DOC-SOCIO   PIC 9(14).
           05 RET-D-SITUACAO    PIC X(01).
           05 RET-D-COD-REJ     PIC X(04).
           05 RET-D-DESC-REJ    PIC X(40).
           05 FILLER            PIC X(26).

       01 RET-REG-TRAILER REDEFINES FL-RETORNO-ARQ.
           05 RET-T-TIPO        PIC X(01).
           05 RET-T-QTD-DET     PIC 9(09).
           05 RET-T-QTD-ACEITOS PIC 9(09).
           05 RET-T-QTD-REJEIT  PIC 9(09).
           05 FILLER            PIC X(72).

      * Controle das remessas - chave remessa + CNPJ + documento; o
      * registro de controle da remessa tem CNPJ e documento zerados
       FD REMESSAS.
       01 FL-REMESSAS-ARQ.
           05 RMS-CHAVE.
               10 RMS-REMESSA   PIC 9(06).
               10 RMS-CNPJ      PIC 9(14).
               10 RMS-DOC-SOCIO PIC 9(14).
           05 RMS-DADOS         PIC X(166).

       01 RMS-REG-CONTROLE REDEFINES FL-REMESSAS-ARQ.
           05 FILLER              PIC X(34).
           05 RMS-C-DATA-ENVIO    PIC 9(08).
           05 RMS-C-HORA-ENVIO    PIC 9(06).
           05 RMS-C-QTD-DET       PIC 9(09).
           05 RMS-C-HASH          PIC 9(18).
           05 RMS-C-SITUACAO      PIC X(10).
           05 RMS-C-DATA-RET      PIC 9(08).
           05 RMS-C-HORA-RET      PIC 9(06).
           05 RMS-C-QTD-ACEITOS   PIC 9(09).
           05 RMS-C-QTD-REJEIT    PIC 9(09).
           05 RMS-C-QTD-SEM-RET   PIC 9(09).
           05 RMS-C-DATA-REENVIO  PIC 9(08).
           05 RMS-C-QTD-REENVIOS  PIC 9(03).
           05 FILLER              PIC X(63).

       01 RMS-REG-DETALHE REDEFINES FL-REMESSAS-ARQ.
           05 FILLER              PIC X(34).
           05 RMS-D-NOME-EMP      PIC X(59).
           05 RMS-D-NOME-SOCIO    PIC X(36).
           05 RMS-D-STATUS        PIC X(05).
           05 RMS-D-TIPO-SOCIO    PIC X(02).
           05 RMS-D-SITUACAO      PIC X(10).
           05 RMS-D-COD-REJ       PIC X(04).
           05 RMS-D-DESC-REJ      PIC X(40).
           05 FILLER              PIC X(10).

       FD RELATORIO RECORDING MODE IS F.
       01 FL-RELATORIO-ARQ PIC X(150).

       FD REENVIO RECORDING MODE IS F.
       01 FL-REENVIO-ARQ PIC X(160).

      * Registro de trabalho da classificacao dos rejeitados
       SD SORT-REJ.
       01 SRJ-REG-REJ.
           05 SRJ-COD-REJ       PIC X(04).
           05 SRJ-CNPJ          PIC 9(14).
           05 SRJ-DOC-SOCIO     PIC 9(14).
           05 SRJ-DESC-REJ      PIC X(40).
           05 SRJ-NOME-EMP      PIC X(59).
           05 SRJ-NOME-SOCIO    PIC X(36).

       WORKING-STORAGE SECTION.
      * Definicao das variaveis de apoio (STATUS e FIM)
       01 WK-STATUS-INT PIC 9(02) VALUE 0.
       01 WK-STATUS-RET PIC 9(02) VALUE 0.
       01 WK-STATUS-RMS PIC 9(02) VALUE 0.
       01 WK-STATUS-REL PIC 9(02) VALUE 0.
       01 WK-STATUS-RSD PIC 9(02) VALUE 0.
       01 WK-FIM-INTERFACE PIC X(01) VALUE 'N'.
       01 WK-FIM-RETORNO   PIC X(01) VALUE 'N'.
       01 WK-FIM-REMESSAS  PIC X(01) VALUE 'N'.
       01 WK-FIM-SORT      PIC X(01) VALUE 'N'.
       01 WK-ERRO-RETORNO  PIC X(01) VALUE 'N'.

      * Caminhos dos arquivos - valores default abaixo, substituidos
      * por BLINTF/BLRETORNO/BLREMCTL/BLRETREL/BLREENVIO quando essas
      * variaveis de ambiente existirem
       01 WK-PATH-INTF      PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_INT.txt'.
       01 WK-PATH-RETORNO   PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_RET.txt'.
       01 WK-PATH-REMESSAS  PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_RMS.idx'.
       01 WK-PATH-RELATORIO PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_RTR.txt'.
       01 WK-PATH-REENVIO   PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_RSD.txt'.
       01 WK-ENV-VALOR      PIC X(100) VALUE SPACES.

      * Parametro de execucao - DIAS=nnn, prazo de retorno em dias
      * corridos a partir da geracao (ou do reenvio) da remessa
       01 WK-PARM-EXECUCAO  PIC X(20) VALUE SPACES.
       01 WK-DIAS-PRAZO     PIC 9(03) VALUE 5.

      * Data e hora do sistema e datas em dias corridos para o
      * calculo do atraso
       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE 0.
           02 WK-MONTH-SYS PIC 9(02) VALUE 0.
           02 WK-DAY-SYS   PIC 9(02) VALUE 0.
       01 WK-DATA-SYS-N REDEFINES WK-DATA-SYS PIC 9(08).
       01 WK-HORA-SYS.
           02 WK-HOUR-SYS   PIC 9(02) VALUE 0.
           02 WK-MINUTE-SYS PIC 9(02) VALUE 0.
           02 WK-SECOND-SYS PIC 9(02) VALUE 0.
       01 WK-DATA-REF       PIC 9(08) VALUE ZEROS.
       01 WK-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       01 WK-DIAS-REF       PIC 9(07) VALUE ZEROS.
       01 WK-DIAS-ATRASO    PIC 9(05) VALUE ZEROS.

      * Apoio do registro da remessa corrente
       01 WK-INT-REMESSA    PIC 9(06) VALUE ZEROS.
       01 WK-INT-HORA       PIC 9(06) VALUE ZEROS.
       01 WK-INT-QTD-DET    PIC 9(09) VALUE ZEROS.
       01 WK-INT-HASH       PIC 9(18) VALUE ZEROS.
       01 WK-INT-TRAILER    PIC X(01) VALUE 'N'.
       01 WK-INT-QTD-TRL    PIC 9(09) VALUE ZEROS.
       01 WK-INT-HASH-TRL   PIC 9(18) VALUE ZEROS.
       01 WK-INT-DUPLIC     PIC 9(07) VALUE ZEROS.

      * Apoio do processamento do retorno
       01 WK-RETORNO-VALIDO PIC X(01) VALUE 'N'.
       01 WK-RET-REMESSA    PIC 9(06) VALUE ZEROS.
       01 WK-RET-DATA       PIC 9(08) VALUE ZEROS.
       01 WK-RET-HORA       PIC 9(06) VALUE ZEROS.
       01 WK-RET-TRAILER    PIC X(01) VALUE 'N'.
       01 WK-RET-QTD-TRL    PIC 9(09) VALUE ZEROS.
       01 WK-REENVIO-ABERTO PIC X(01) VALUE 'N'.
       01 WK-RSD-QTD-DET    PIC 9(09) VALUE ZEROS.
       01 WK-RSD-HASH       PIC 9(18) VALUE ZEROS.

      * Quebra por codigo de rejeicao na listagem classificada
       01 WK-SRJ-PRIMEIRO   PIC X(01) VALUE 'S'.
       01 WK-SRJ-COD-ANT    PIC X(04) VALUE SPACES.
       01 WK-SRJ-QTD-COD    PIC 9(07) VALUE ZEROS.

      * Contadores do retorno
       01 WK-TOT-RET-LIDOS      PIC 9(07) VALUE ZEROS.
       01 WK-TOT-RET-ACEITOS    PIC 9(07) VALUE ZEROS.
       01 WK-TOT-RET-REJEIT     PIC 9(07) VALUE ZEROS.
       01 WK-TOT-RET-NAO-ENV    PIC 9(07) VALUE ZEROS.
       01 WK-TOT-RET-INVALIDOS  PIC 9(07) VALUE ZEROS.
       01 WK-TOT-SEM-RETORNO    PIC 9(07) VALUE ZEROS.
       01 WK-TOT-DIVERGENCIAS   PIC 9(05) VALUE ZEROS.
       01 WK-TOT-ATRASADAS      PIC 9(05) VALUE ZEROS.

      * Contagem dos detalhes da remessa apos o retorno
       01 WK-QTD-ACEITOS    PIC 9(09) VALUE ZEROS.
       01 WK-QTD-REJEIT     PIC 9(09) VALUE ZEROS.
       01 WK-QTD-SEM-RET    PIC 9(09) VALUE ZEROS.

       01 WK-CABEC-L        PIC X(80) VALUE ALL '='.
       01 WK-CABEC-T        PIC X(80) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR

           PERFORM 2000-REGISTRAR-REMESSA

           IF WK-ERRO-RETORNO EQUAL 'N'
               PERFORM 3000-PROCESSAR-RETORNO
           END-IF

           IF WK-ERRO-RETORNO EQUAL 'N'
               PERFORM 4000-VERIFICAR-ATRASADAS
           END-IF

           PERFORM 5000-FINALIZAR
       .
      *****************************************************************
      * INICIALIZAR - ABRE O CONTROLE DAS REMESSAS E O RELATORIO
      *****************************************************************
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SYS FROM TIME

           PERFORM 1045-RESOLVER-PARAMETROS-ARQUIVO.
           PERFORM 1050-VERIFICAR-PARAMETRO-EXECUCAO.

      * Na primeira execucao o controle ainda nao existe (status 35)
      * - nesse caso ele e criado vazio e reaberto para atualizacao
           OPEN I-O REMESSAS
           IF WK-STATUS-RMS EQUAL 35
               OPEN OUTPUT REMESSAS
               CLOSE REMESSAS
               OPEN I-O REMESSAS
           END-IF
           IF WK-STATUS-RMS NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO CONTROLE DE REMESSAS'
                   WK-STATUS-RMS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELATORIO
           IF WK-STATUS-REL NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO RELATORIO DE RETORNO'
                   WK-STATUS-REL
               CLOSE REMESSAS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'RETORNO DAS REMESSAS DA INTERFACE CORPORATIVA - '
                                DELIMITED BY SIZE
               'CBLZMW20 - '    DELIMITED BY SIZE
               WK-DATA-SYS      DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               WK-HORA-SYS      DELIMITED BY SIZE
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
           DISPLAY 'BLINTF' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-INTF
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLRETORNO' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-RETORNO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLREMCTL' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-REMESSAS
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLRETREL' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-RELATORIO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLREENVIO' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-REENVIO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR
       .
       1045-RESOLVER-PARAMETROS-ARQUIVO-FIM.
           EXIT.
      *****************************************************************
      * VERIFICAR O PARAMETRO DE EXECUCAO - DIAS=nnn MUDA O PRAZO DE
      * RETORNO; PARAMETRO DESCONHECIDO OU MAL FORMADO ENCERRA COM
      * RETURN-CODE 8 ANTES DE QUALQUER ARQUIVO SER ABERTO
      *****************************************************************
       1050-VERIFICAR-PARAMETRO-EXECUCAO SECTION.
           ACCEPT WK-PARM-EXECUCAO FROM COMMAND-LINE

           EVALUATE TRUE
               WHEN WK-PARM-EXECUCAO EQUAL SPACES
                   CONTINUE
               WHEN WK-PARM-EXECUCAO (1:5) EQUAL 'DIAS='
                   IF WK-PARM-EXECUCAO (6:3) NUMERIC
                       AND WK-PARM-EXECUCAO (9:12) EQUAL SPACES
                       MOVE WK-PARM-EXECUCAO (6:3) TO WK-DIAS-PRAZO
                   ELSE
                       DISPLAY 'PARAMETRO DIAS MAL FORMADO - USAR '
                           'DIAS=999'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
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
      * REGISTRAR A REMESSA CORRENTE NO CONTROLE - UMA REMESSA JA
      * REGISTRADA (A INTERFACE DA RODADA ANTERIOR AINDA NO LUGAR)
      * NAO E REGISTRADA DE NOVO. O TRAILER E CONFERIDO CONTRA A
      * CONTAGEM E O HASH DOS DETALHES LIDOS; A REMESSA DIVERGENTE
      * FICA REGISTRADA COMO TAL
      *****************************************************************
       2000-REGISTRAR-REMESSA SECTION.
           OPEN INPUT INTERFACE-CORP
           IF WK-STATUS-INT NOT EQUAL 0
               MOVE SPACES TO FL-RELATORIO-ARQ
               MOVE 'INTERFACE DA RODADA AUSENTE - NENHUMA REMESSA '
                   TO FL-RELATORIO-ARQ
               MOVE 'REGISTRADA' TO FL-RELATORIO-ARQ (48:10)
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           ELSE
               READ INTERFACE-CORP
               IF WK-STATUS-INT NOT EQUAL 0
                   OR INT-H-TIPO NOT EQUAL 'H'
                   OR INT-H-IDENT NOT EQUAL 'BALANCEMW'
                   OR INT-H-REMESSA NOT NUMERIC
                   DISPLAY 'INTERFACE SEM HEADER VALIDO - REMESSA '
                       'NAO REGISTRADA'
                   ADD 1 TO WK-TOT-DIVERGENCIAS
               ELSE
                   MOVE INT-H-REMESSA TO WK-INT-REMESSA
                   MOVE WK-INT-REMESSA TO RMS-REMESSA
                   MOVE ZEROS TO RMS-CNPJ
                   MOVE ZEROS TO RMS-DOC-SOCIO
                   READ REMESSAS
                       INVALID KEY
                           PERFORM 2100-GRAVAR-REMESSA
                       NOT INVALID KEY
                           MOVE SPACES TO FL-RELATORIO-ARQ
                           STRING
                               'REMESSA ' DELIMITED BY SIZE
                               WK-INT-REMESSA DELIMITED BY SIZE
                               ' JA REGISTRADA EM ' DELIMITED BY SIZE
                               RMS-C-DATA-ENVIO DELIMITED BY SIZE
                               ' - SITUACAO ' DELIMITED BY SIZE
                               RMS-C-SITUACAO DELIMITED BY SIZE
                               INTO FL-RELATORIO-ARQ
                           END-STRING
                           WRITE FL-RELATORIO-ARQ
                               AFTER ADVANCING 1 LINE
                   END-READ
               END-IF
               CLOSE INTERFACE-CORP
           END-IF
       .
       2000-REGISTRAR-REMESSA-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR OS DETALHES E O REGISTRO DE CONTROLE DA REMESSA NOVA
      *****************************************************************
       2100-GRAVAR-REMESSA SECTION.
           MOVE INT-H-DATA TO WK-DATA-REF
           MOVE INT-H-HORA TO WK-INT-HORA
           MOVE ZEROS TO WK-INT-QTD-DET
           MOVE ZEROS TO WK-INT-HASH
           MOVE ZEROS TO WK-INT-DUPLIC
           MOVE 'N' TO WK-INT-TRAILER
           MOVE 'N' TO WK-FIM-INTERFACE

           PERFORM 2150-GRAVAR-DETALHE-REMESSA
               UNTIL WK-FIM-INTERFACE EQUAL 'S'
                   OR WK-ERRO-RETORNO EQUAL 'S'

           IF WK-ERRO-RETORNO EQUAL 'N'
               MOVE SPACES TO FL-REMESSAS-ARQ
               MOVE WK-INT-REMESSA TO RMS-REMESSA
               MOVE ZEROS TO RMS-CNPJ
               MOVE ZEROS TO RMS-DOC-SOCIO
               MOVE WK-DATA-REF TO RMS-C-DATA-ENVIO
               MOVE WK-INT-HORA TO RMS-C-HORA-ENVIO
               MOVE WK-INT-QTD-DET TO RMS-C-QTD-DET
               MOVE WK-INT-HASH TO RMS-C-HASH
               MOVE ZEROS TO RMS-C-DATA-RET
               MOVE ZEROS TO RMS-C-HORA-RET
               MOVE ZEROS TO RMS-C-QTD-ACEITOS
               MOVE ZEROS TO RMS-C-QTD-REJEIT
               MOVE ZEROS TO RMS-C-QTD-SEM-RET
               MOVE ZEROS TO RMS-C-DATA-REENVIO
               MOVE ZEROS TO RMS-C-QTD-REENVIOS

               IF WK-INT-TRAILER EQUAL 'S'
                   AND WK-INT-QTD-TRL EQUAL WK-INT-QTD-DET
                   AND WK-INT-HASH-TRL EQUAL WK-INT-HASH
                   AND WK-INT-DUPLIC EQUAL ZEROS
                   MOVE 'ENVIADA' TO RMS-C-SITUACAO
               ELSE
                   MOVE 'DIVERGENTE' TO RMS-C-SITUACAO
                   ADD 1 TO WK-TOT-DIVERGENCIAS
               END-IF

               WRITE FL-REMESSAS-ARQ
               IF WK-STATUS-RMS NOT EQUAL 0
                   DISPLAY 'ERRO AO GRAVAR O CONTROLE DA REMESSA '
                       WK-INT-REMESSA ' - ' WK-STATUS-RMS
                   MOVE 'S' TO WK-ERRO-RETORNO
               ELSE
                   MOVE SPACES TO FL-RELATORIO-ARQ
                   STRING
                       'REMESSA ' DELIMITED BY SIZE
                       WK-INT-REMESSA DELIMITED BY SIZE
                       ' REGISTRADA - GERADA EM ' DELIMITED BY SIZE
                       WK-DATA-REF DELIMITED BY SIZE
                       ' DETALHES=' DELIMITED BY SIZE
                       WK-INT-QTD-DET DELIMITED BY SIZE
                       ' TRAILER=' DELIMITED BY SIZE
                       WK-INT-QTD-TRL DELIMITED BY SIZE
                       ' DUPLICADOS=' DELIMITED BY SIZE
                       WK-INT-DUPLIC DELIMITED BY SIZE
                       ' SITUACAO ' DELIMITED BY SIZE
                       RMS-C-SITUACAO DELIMITED BY SIZE
                       INTO FL-RELATORIO-ARQ
                   END-STRING
                   WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
               END-IF
           END-IF
       .
       2100-GRAVAR-REMESSA-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR NO CONTROLE O PROXIMO DETALHE DA INTERFACE, OU GUARDAR
      * AS CONTAGENS DO TRAILER
      *****************************************************************
       2150-GRAVAR-DETALHE-REMESSA SECTION.
           READ INTERFACE-CORP

           IF WK-STATUS-INT NOT EQUAL 0
               MOVE 'S' TO WK-FIM-INTERFACE
           ELSE
               EVALUATE INT-D-TIPO
                   WHEN 'D'
                       MOVE SPACES TO FL-REMESSAS-ARQ
                       MOVE WK-INT-REMESSA   TO RMS-REMESSA
                       MOVE INT-D-CNPJ       TO RMS-CNPJ
                       MOVE INT-D-DOC-SOCIO  TO RMS-DOC-SOCIO
                       MOVE INT-D-NOME-EMP   TO RMS-D-NOME-EMP
                       MOVE INT-D-NOME-SOCIO TO RMS-D-NOME-SOCIO
                       MOVE INT-D-STATUS     TO RMS-D-STATUS
                       MOVE INT-D-TIPO-SOCIO TO RMS-D-TIPO-SOCIO
                       MOVE 'ENVIADO'        TO RMS-D-SITUACAO
                       ADD 1 TO WK-INT-QTD-DET
                       COMPUTE WK-INT-HASH =
                           FUNCTION MOD (WK-INT-HASH + INT-D-CNPJ
                               1000000000000000000)
                       WRITE FL-REMESSAS-ARQ
                       EVALUATE WK-STATUS-RMS
                           WHEN 0
                               CONTINUE
                           WHEN 22
                               ADD 1 TO WK-INT-DUPLIC
                           WHEN OTHER
                               DISPLAY 'ERRO AO GRAVAR O DETALHE DA '
                                   'REMESSA ' RMS-CHAVE ' - '
                                   WK-STATUS-RMS
                               MOVE 'S' TO WK-ERRO-RETORNO
                       END-EVALUATE
                   WHEN 'T'
                       MOVE 'S' TO WK-INT-TRAILER
                       MOVE INT-T-QTD-DET TO WK-INT-QTD-TRL
                       MOVE INT-T-HASH-CNPJ TO WK-INT-HASH-TRL
                       MOVE 'S' TO WK-FIM-INTERFACE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
       .
       2150-GRAVAR-DETALHE-REMESSA-FIM.
           EXIT.
      *****************************************************************
      * PROCESSAR O RETORNO DO SISTEMA CORPORATIVO, QUANDO PRESENTE -
      * OS REJEITADOS PASSAM PELA CLASSIFICACAO POR CODIGO DE
      * REJEICAO PARA A LISTAGEM; DEPOIS A REMESSA E PERCORRIDA PARA
      * APURAR OS DETALHES SEM RETORNO E ATUALIZAR O CONTROLE
      *****************************************************************
       3000-PROCESSAR-RETORNO SECTION.
           MOVE 'N' TO WK-RETORNO-VALIDO

           OPEN INPUT RETORNO
           IF WK-STATUS-RET NOT EQUAL 0
               MOVE SPACES TO FL-RELATORIO-ARQ
               MOVE 'ARQUIVO DE RETORNO AUSENTE - NENHUM RETORNO A '
                   TO FL-RELATORIO-ARQ
               MOVE 'PROCESSAR' TO FL-RELATORIO-ARQ (48:9)
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 3050-VALIDAR-HEADER-RETORNO
               IF WK-RETORNO-VALIDO EQUAL 'S'
                   SORT SORT-REJ
                       ON ASCENDING KEY SRJ-COD-REJ SRJ-CNPJ
                                        SRJ-DOC-SOCIO
                       INPUT PROCEDURE IS 3100-LER-RETORNO
                       OUTPUT PROCEDURE IS 3500-LISTAR-REJEITADOS

                   IF WK-ERRO-RETORNO EQUAL 'N'
                       PERFORM 3600-APURAR-REMESSA-RETORNADA
                   END-IF
               END-IF
               CLOSE RETORNO
           END-IF
       .
       3000-PROCESSAR-RETORNO-FIM.
           EXIT.
      *****************************************************************
      * VALIDAR O HEADER DO RETORNO E LOCALIZAR A REMESSA - RETORNO
      * DE REMESSA NAO REGISTRADA, OU O MESMO RETORNO (MESMA DATA E
      * HORA) JA PROCESSADO NUMA EXECUCAO ANTERIOR, NAO E PROCESSADO
      *****************************************************************
       3050-VALIDAR-HEADER-RETORNO SECTION.
           READ RETORNO
           IF WK-STATUS-RET NOT EQUAL 0
               OR RET-H-TIPO NOT EQUAL 'H'
               OR RET-H-REMESSA NOT NUMERIC
               MOVE SPACES TO FL-RELATORIO-ARQ
               MOVE 'ARQUIVO DE RETORNO SEM HEADER VALIDO - NAO '
                   TO FL-RELATORIO-ARQ
               MOVE 'PROCESSADO' TO FL-RELATORIO-ARQ (44:10)
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
               ADD 1 TO WK-TOT-DIVERGENCIAS
           ELSE
               MOVE RET-H-REMESSA TO WK-RET-REMESSA
               MOVE RET-H-DATA    TO WK-RET-DATA
               MOVE RET-H-HORA    TO WK-RET-HORA
               MOVE WK-RET-REMESSA TO RMS-REMESSA
               MOVE ZEROS TO RMS-CNPJ
               MOVE ZEROS TO RMS-DOC-SOCIO
               READ REMESSAS
                   INVALID KEY
                       MOVE SPACES TO FL-RELATORIO-ARQ
                       STRING
                           'RETORNO DA REMESSA ' DELIMITED BY SIZE
                           WK-RET-REMESSA DELIMITED BY SIZE
                           ' NAO REGISTRADA NO CONTROLE - NAO '
                                          DELIMITED BY SIZE
                           'PROCESSADO'   DELIMITED BY SIZE
                           INTO FL-RELATORIO-ARQ
                       END-STRING
                       WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
                       ADD 1 TO WK-TOT-DIVERGENCIAS
                   NOT INVALID KEY
                       IF RMS-C-DATA-RET EQUAL WK-RET-DATA
                           AND RMS-C-HORA-RET EQUAL WK-RET-HORA
                           MOVE SPACES TO FL-RELATORIO-ARQ
                           STRING
                               'RETORNO DA REMESSA ' DELIMITED BY SIZE
                               WK-RET-REMESSA DELIMITED BY SIZE
                               ' DE ' DELIMITED BY SIZE
                               WK-RET-DATA DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               WK-RET-HORA DELIMITED BY SIZE
                               ' JA PROCESSADO' DELIMITED BY SIZE
                               INTO FL-RELATORIO-ARQ
                           END-STRING
                           WRITE FL-RELATORIO-ARQ
                               AFTER ADVANCING 1 LINE
                       ELSE
                           MOVE 'S' TO WK-RETORNO-VALIDO
                           MOVE WK-CABEC-T TO FL-RELATORIO-ARQ
                           WRITE FL-RELATORIO-ARQ
                               AFTER ADVANCING 1 LINE
                           MOVE SPACES TO FL-RELATORIO-ARQ
                           STRING
                               'RETORNO DA REMESSA ' DELIMITED BY SIZE
                               WK-RET-REMESSA DELIMITED BY SIZE
                               ' GERADA EM ' DELIMITED BY SIZE
                               RMS-C-DATA-ENVIO DELIMITED BY SIZE
                               ' - RETORNO DE ' DELIMITED BY SIZE
                               WK-RET-DATA DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               WK-RET-HORA DELIMITED BY SIZE
                               INTO FL-RELATORIO-ARQ
                           END-STRING
                           WRITE FL-RELATORIO-ARQ
                               AFTER ADVANCING 1 LINE
                       END-IF
               END-READ
           END-IF
       .
       3050-VALIDAR-HEADER-RETORNO-FIM.
           EXIT.
      *****************************************************************
      * LER OS DETALHES DO RETORNO (ENTRADA DA CLASSIFICACAO) -
      * ATUALIZA A SITUACAO DE CADA DETALHE NO CONTROLE, LIBERA OS
      * REJEITADOS PARA A CLASSIFICACAO E OS GRAVA NO REENVIO
      *****************************************************************
       3100-LER-RETORNO SECTION.
           MOVE 'N' TO WK-FIM-RETORNO
           MOVE 'N' TO WK-RET-TRAILER
           MOVE ZEROS TO WK-RSD-QTD-DET
           MOVE ZEROS TO WK-RSD-HASH

           PERFORM 3150-PROCESSAR-DETALHE-RETORNO
               UNTIL WK-FIM-RETORNO EQUAL 'S'
                   OR WK-ERRO-RETORNO EQUAL 'S'

           IF WK-RET-TRAILER NOT EQUAL 'S'
               OR WK-RET-QTD-TRL NOT EQUAL WK-TOT-RET-LIDOS
               ADD 1 TO WK-TOT-DIVERGENCIAS
               MOVE SPACES TO FL-RELATORIO-ARQ
               STRING
                   'RETORNO COM TRAILER AUSENTE OU DIVERGENTE - '
                                    DELIMITED BY SIZE
                   'DETALHES LIDOS=' DELIMITED BY SIZE
                   WK-TOT-RET-LIDOS DELIMITED BY SIZE
                   ' TRAILER='      DELIMITED BY SIZE
                   WK-RET-QTD-TRL   DELIMITED BY SIZE
                   INTO FL-RELATORIO-ARQ
               END-STRING
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF

           IF WK-REENVIO-ABERTO EQUAL 'S'
               MOVE SPACES TO FL-INTERFACE-CORP-ARQ
               MOVE 'T' TO INT-T-TIPO
               MOVE WK-RSD-QTD-DET TO INT-T-QTD-DET
               MOVE WK-RSD-HASH TO INT-T-HASH-CNPJ
               PERFORM 3280-GRAVAR-LINHA-REENVIO
               CLOSE REENVIO
           END-IF
       .
       3100-LER-RETORNO-FIM.
           EXIT.
      *****************************************************************
      * PROCESSAR UM REGISTRO DO RETORNO
      *****************************************************************
       3150-PROCESSAR-DETALHE-RETORNO SECTION.
           READ RETORNO

           IF WK-STATUS-RET NOT EQUAL 0
               MOVE 'S' TO WK-FIM-RETORNO
           ELSE
               EVALUATE RET-D-TIPO
                   WHEN 'D'
                       ADD 1 TO WK-TOT-RET-LIDOS
                       PERFORM 3200-CASAR-DETALHE-RETORNO
                   WHEN 'T'
                       MOVE 'S' TO WK-RET-TRAILER
                       MOVE RET-T-QTD-DET TO WK-RET-QTD-TRL
                       MOVE 'S' TO WK-FIM-RETORNO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
       .
       3150-PROCESSAR-DETALHE-RETORNO-FIM.
           EXIT.
      *****************************************************************
      * CASAR O DETALHE DO RETORNO COM O DETALHE ENVIADO PELO CNPJ +
      * DOCUMENTO DO SOCIO E REGISTRAR A SITUACAO DEVOLVIDA
      *****************************************************************
       3200-CASAR-DETALHE-RETORNO SECTION.
           MOVE WK-RET-REMESSA  TO RMS-REMESSA
           MOVE RET-D-CNPJ      TO RMS-CNPJ
           MOVE RET-D-DOC-SOCIO TO RMS-DOC-SOCIO
           READ REMESSAS
               INVALID KEY
                   MOVE SPACES TO FL-RELATORIO-ARQ
                   STRING
                       'DETALHE DO RETORNO NAO CONSTA DA REMESSA: '
                                        DELIMITED BY SIZE
                       RET-D-CNPJ       DELIMITED BY SIZE
                       ' '              DELIMITED BY SIZE
                       RET-D-DOC-SOCIO  DELIMITED BY SIZE
                       ' SITUACAO '     DELIMITED BY SIZE
                       RET-D-SITUACAO   DELIMITED BY SIZE
                       ' '              DELIMITED BY SIZE
                       RET-D-COD-REJ    DELIMITED BY SIZE
                       INTO FL-RELATORIO-ARQ
                   END-STRING
                   WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
                   ADD 1 TO WK-TOT-RET-NAO-ENV
               NOT INVALID KEY
                   EVALUATE RET-D-SITUACAO
                       WHEN 'A'
                           ADD 1 TO WK-TOT-RET-ACEITOS
                           MOVE 'ACEITO' TO RMS-D-SITUACAO
                           MOVE SPACES TO RMS-D-COD-REJ
                           MOVE SPACES TO RMS-D-DESC-REJ
                           PERFORM 3250-REGRAVAR-DETALHE
                       WHEN 'R'
                           ADD 1 TO WK-TOT-RET-REJEIT
                           MOVE 'REJEITADO' TO RMS-D-SITUACAO
                           MOVE RET-D-COD-REJ TO RMS-D-COD-REJ
                           MOVE RET-D-DESC-REJ TO RMS-D-DESC-REJ
                           PERFORM 3250-REGRAVAR-DETALHE
                           PERFORM 3260-LIBERAR-REJEITADO
                           PERFORM 3270-GRAVAR-DETALHE-REENVIO
                       WHEN OTHER
                           ADD 1 TO WK-TOT-RET-INVALIDOS
                           MOVE SPACES TO FL-RELATORIO-ARQ
                           STRING
                               'DETALHE DO RETORNO COM SITUACAO '
                                               DELIMITED BY SIZE
                               'INVALIDA: '    DELIMITED BY SIZE
                               RET-D-CNPJ      DELIMITED BY SIZE
                               ' '             DELIMITED BY SIZE
                               RET-D-DOC-SOCIO DELIMITED BY SIZE
                               ' SITUACAO '    DELIMITED BY SIZE
                               RET-D-SITUACAO  DELIMITED BY SIZE
                               INTO FL-RELATORIO-ARQ
                           END-STRING
                           WRITE FL-RELATORIO-ARQ
                               AFTER ADVANCING 1 LINE
                   END-EVALUATE
           END-READ
       .
       3200-CASAR-DETALHE-RETORNO-FIM.
           EXIT.
      *****************************************************************
      * REGRAVAR O DETALHE DA REMESSA COM A SITUACAO DO RETORNO
      *****************************************************************
       3250-REGRAVAR-DETALHE SECTION.
           REWRITE FL-REMESSAS-ARQ
           IF WK-STATUS-RMS NOT EQUAL 0
               DISPLAY 'ERRO AO REGRAVAR O DETALHE DA REMESSA '
                   RMS-CHAVE ' - ' WK-STATUS-RMS
               MOVE 'S' TO WK-ERRO-RETORNO
           END-IF
       .
       3250-REGRAVAR-DETALHE-FIM.
           EXIT.
      *****************************************************************
      * LIBERAR O DETALHE REJEITADO PARA A CLASSIFICACAO POR CODIGO
      *****************************************************************
       3260-LIBERAR-REJEITADO SECTION.
           MOVE RMS-D-COD-REJ    TO SRJ-COD-REJ
           MOVE RMS-CNPJ         TO SRJ-CNPJ
           MOVE RMS-DOC-SOCIO    TO SRJ-DOC-SOCIO
           MOVE RMS-D-DESC-REJ   TO SRJ-DESC-REJ
           MOVE RMS-D-NOME-EMP   TO SRJ-NOME-EMP
           MOVE RMS-D-NOME-SOCIO TO SRJ-NOME-SOCIO
           RELEASE SRJ-REG-REJ
       .
       3260-LIBERAR-REJEITADO-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR NO REENVIO O DETALHE REJEITADO, COM O CONTEUDO
      * ORIGINAL DA REMESSA - NO PRIMEIRO REJEITADO O ARQUIVO E
      * ABERTO E RECEBE O HEADER COM O SEQUENCIAL DA REMESSA
      * ORIGINAL (O REENVIO NAO CONSOME NUMERO NOVO)
      *****************************************************************
       3270-GRAVAR-DETALHE-REENVIO SECTION.
           IF WK-REENVIO-ABERTO NOT EQUAL 'S'
               OPEN OUTPUT REENVIO
               IF WK-STATUS-RSD NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE REENVIO'
                       WK-STATUS-RSD
                   MOVE 'S' TO WK-ERRO-RETORNO
               ELSE
                   MOVE 'S' TO WK-REENVIO-ABERTO
                   MOVE SPACES TO FL-INTERFACE-CORP-ARQ
                   MOVE 'H' TO INT-H-TIPO
                   MOVE 'BALANCEMW' TO INT-H-IDENT
                   MOVE WK-DATA-SYS TO INT-H-DATA
                   MOVE WK-HORA-SYS TO INT-H-HORA
                   MOVE WK-RET-REMESSA TO INT-H-REMESSA
                   PERFORM 3280-GRAVAR-LINHA-REENVIO
               END-IF
           END-IF

           IF WK-REENVIO-ABERTO EQUAL 'S'
               MOVE SPACES TO FL-INTERFACE-CORP-ARQ
               MOVE 'D' TO INT-D-TIPO
               MOVE RMS-CNPJ         TO INT-D-CNPJ
               MOVE RMS-D-NOME-EMP   TO INT-D-NOME-EMP
               MOVE RMS-DOC-SOCIO    TO INT-D-DOC-SOCIO
               MOVE RMS-D-NOME-SOCIO TO INT-D-NOME-SOCIO
               MOVE RMS-D-STATUS     TO INT-D-STATUS
               MOVE RMS-D-TIPO-SOCIO TO INT-D-TIPO-SOCIO
               PERFORM 3280-GRAVAR-LINHA-REENVIO
               ADD 1 TO WK-RSD-QTD-DET
               COMPUTE WK-RSD-HASH =
                   FUNCTION MOD (WK-RSD-HASH + RMS-CNPJ
                       1000000000000000000)
           END-IF
       .
       3270-GRAVAR-DETALHE-REENVIO-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR A LINHA JA MONTADA EM FL-INTERFACE-CORP-ARQ NO REENVIO
      *****************************************************************
       3280-GRAVAR-LINHA-REENVIO SECTION.
           WRITE FL-REENVIO-ARQ FROM FL-INTERFACE-CORP-ARQ

           IF WK-STATUS-RSD NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE REENVIO'
                   WK-STATUS-RSD
               MOVE 'S' TO WK-ERRO-RETORNO
           END-IF
       .
       3280-GRAVAR-LINHA-REENVIO-FIM.
           EXIT.
      *****************************************************************
      * LISTAR OS REJEITADOS CLASSIFICADOS (SAIDA DA CLASSIFICACAO) -
      * UM GRUPO POR CODIGO DE REJEICAO, COM O TOTAL DO CODIGO
      *****************************************************************
       3500-LISTAR-REJEITADOS SECTION.
           MOVE 'N' TO WK-FIM-SORT
           MOVE 'S' TO WK-SRJ-PRIMEIRO

           MOVE WK-CABEC-T TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE 'DETALHES REJEITADOS POR MOTIVO' TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-T TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           PERFORM 3550-LISTAR-REJEITADO
               UNTIL WK-FIM-SORT EQUAL 'S'

           IF WK-SRJ-PRIMEIRO EQUAL 'S'
               MOVE '  NENHUM DETALHE REJEITADO' TO FL-RELATORIO-ARQ
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF
       .
       3500-LISTAR-REJEITADOS-FIM.
           EXIT.
      *****************************************************************
      * LISTAR UM REJEITADO DA CLASSIFICACAO, ABRINDO UM NOVO GRUPO
      * NA QUEBRA DE CODIGO DE REJEICAO
      *****************************************************************
       3550-LISTAR-REJEITADO SECTION.
           RETURN SORT-REJ
               AT END
                   MOVE 'S' TO WK-FIM-SORT
                   IF WK-SRJ-PRIMEIRO NOT EQUAL 'S'
                       PERFORM 3570-FECHAR-GRUPO-MOTIVO
                   END-IF
               NOT AT END
                   IF WK-SRJ-PRIMEIRO EQUAL 'S'
                       OR SRJ-COD-REJ NOT EQUAL WK-SRJ-COD-ANT
                       IF WK-SRJ-PRIMEIRO NOT EQUAL 'S'
                           PERFORM 3570-FECHAR-GRUPO-MOTIVO
                       END-IF
                       PERFORM 3560-ABRIR-GRUPO-MOTIVO
                   END-IF
                   ADD 1 TO WK-SRJ-QTD-COD
                   MOVE SPACES TO FL-RELATORIO-ARQ
                   STRING
                       '    '          DELIMITED BY SIZE
                       SRJ-CNPJ        DELIMITED BY SIZE
                       ' '             DELIMITED BY SIZE
                       SRJ-NOME-EMP (1:40) DELIMITED BY SIZE
                       ' '             DELIMITED BY SIZE
                       SRJ-DOC-SOCIO   DELIMITED BY SIZE
                       ' '             DELIMITED BY SIZE
                       SRJ-NOME-SOCIO  DELIMITED BY SIZE
                       INTO FL-RELATORIO-ARQ
                   END-STRING
                   WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-RETURN
       .
       3550-LISTAR-REJEITADO-FIM.
           EXIT.
      *****************************************************************
      * ABRIR O GRUPO DE UM CODIGO DE REJEICAO
      *****************************************************************
       3560-ABRIR-GRUPO-MOTIVO SECTION.
           MOVE 'N' TO WK-SRJ-PRIMEIRO
           MOVE SRJ-COD-REJ TO WK-SRJ-COD-ANT
           MOVE ZEROS TO WK-SRJ-QTD-COD

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'MOTIVO '       DELIMITED BY SIZE
               SRJ-COD-REJ     DELIMITED BY SIZE
               ' - '           DELIMITED BY SIZE
               SRJ-DESC-REJ    DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       3560-ABRIR-GRUPO-MOTIVO-FIM.
           EXIT.
      *****************************************************************
      * FECHAR O GRUPO DO CODIGO DE REJEICAO COM O TOTAL DO CODIGO
      *****************************************************************
       3570-FECHAR-GRUPO-MOTIVO SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               '    TOTAL DO MOTIVO '  DELIMITED BY SIZE
               WK-SRJ-COD-ANT          DELIMITED BY SIZE
               ': '                    DELIMITED BY SIZE
               WK-SRJ-QTD-COD          DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       3570-FECHAR-GRUPO-MOTIVO-FIM.
           EXIT.
      *****************************************************************
      * APURAR A REMESSA RETORNADA - PERCORRE OS DETALHES DA REMESSA
      * NO CONTROLE: O REJEITADO DESTE RETORNO PASSA A REENVIADO; O
      * QUE AINDA ESTA ENVIADO OU REENVIADO NAO VEIO NO RETORNO E E
      * LISTADO. O REGISTRO DE CONTROLE E REGRAVADO COM AS
      * CONTAGENS E A DATA/HORA DO RETORNO
      *****************************************************************
       3600-APURAR-REMESSA-RETORNADA SECTION.
           MOVE ZEROS TO WK-QTD-ACEITOS
           MOVE ZEROS TO WK-QTD-REJEIT
           MOVE ZEROS TO WK-QTD-SEM-RET
           MOVE 'N' TO WK-FIM-REMESSAS

           MOVE WK-CABEC-T TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE 'DETALHES DA REMESSA SEM RETORNO' TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-T TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE WK-RET-REMESSA TO RMS-REMESSA
           MOVE ZEROS TO RMS-CNPJ
           MOVE ZEROS TO RMS-DOC-SOCIO
           START REMESSAS KEY > RMS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-REMESSAS
           END-START

           PERFORM 3650-APURAR-DETALHE-REMESSA
               UNTIL WK-FIM-REMESSAS EQUAL 'S'
                   OR WK-ERRO-RETORNO EQUAL 'S'

           IF WK-QTD-SEM-RET EQUAL ZEROS
               MOVE '  NENHUM DETALHE SEM RETORNO' TO FL-RELATORIO-ARQ
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF

           IF WK-ERRO-RETORNO EQUAL 'N'
               MOVE WK-RET-REMESSA TO RMS-REMESSA
               MOVE ZEROS TO RMS-CNPJ
               MOVE ZEROS TO RMS-DOC-SOCIO
               READ REMESSAS
                   INVALID KEY
                       DISPLAY 'CONTROLE DA REMESSA ' WK-RET-REMESSA
                           ' NAO ENCONTRADO NA ATUALIZACAO'
                       MOVE 'S' TO WK-ERRO-RETORNO
                   NOT INVALID KEY
                       PERFORM 3700-ATUALIZAR-CONTROLE
               END-READ
           END-IF
       .
       3600-APURAR-REMESSA-RETORNADA-FIM.
           EXIT.
      *****************************************************************
      * APURAR UM DETALHE DA REMESSA RETORNADA
      *****************************************************************
       3650-APURAR-DETALHE-REMESSA SECTION.
           READ REMESSAS NEXT

           IF WK-STATUS-RMS NOT EQUAL 0
               OR RMS-REMESSA NOT EQUAL WK-RET-REMESSA
               MOVE 'S' TO WK-FIM-REMESSAS
           ELSE
               EVALUATE RMS-D-SITUACAO
                   WHEN 'ACEITO'
                       ADD 1 TO WK-QTD-ACEITOS
                   WHEN 'REJEITADO'
                       ADD 1 TO WK-QTD-REJEIT
                       MOVE 'REENVIADO' TO RMS-D-SITUACAO
                       PERFORM 3250-REGRAVAR-DETALHE
                   WHEN OTHER
                       ADD 1 TO WK-QTD-SEM-RET
                       MOVE SPACES TO FL-RELATORIO-ARQ
                       STRING
                           '    '            DELIMITED BY SIZE
                           RMS-CNPJ          DELIMITED BY SIZE
                           ' '               DELIMITED BY SIZE
                           RMS-D-NOME-EMP (1:40) DELIMITED BY SIZE
                           ' '               DELIMITED BY SIZE
                           RMS-DOC-SOCIO     DELIMITED BY SIZE
                           ' '               DELIMITED BY SIZE
                           RMS-D-NOME-SOCIO  DELIMITED BY SIZE
                           ' '               DELIMITED BY SIZE
                           RMS-D-SITUACAO    DELIMITED BY SIZE
                           INTO FL-RELATORIO-ARQ
                       END-STRING
                       WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
               END-EVALUATE
           END-IF
       .
       3650-APURAR-DETALHE-REMESSA-FIM.
           EXIT.
      *****************************************************************
      * ATUALIZAR O REGISTRO DE CONTROLE DA REMESSA RETORNADA - COM
      * REJEITADOS A REMESSA FICA REENVIADA (O PRAZO DE RETORNO
      * RECOMECA NA DATA DO REENVIO); SEM REJEITADOS, RETORNADA
      *****************************************************************
       3700-ATUALIZAR-CONTROLE SECTION.
           MOVE WK-RET-DATA    TO RMS-C-DATA-RET
           MOVE WK-RET-HORA    TO RMS-C-HORA-RET
           MOVE WK-QTD-ACEITOS TO RMS-C-QTD-ACEITOS
           MOVE WK-QTD-REJEIT  TO RMS-C-QTD-REJEIT
           MOVE WK-QTD-SEM-RET TO RMS-C-QTD-SEM-RET

           IF WK-QTD-REJEIT > ZEROS
               MOVE 'REENVIADA' TO RMS-C-SITUACAO
               MOVE WK-DATA-SYS-N TO RMS-C-DATA-REENVIO
               ADD 1 TO RMS-C-QTD-REENVIOS
           ELSE
               MOVE 'RETORNADA' TO RMS-C-SITUACAO
           END-IF

           REWRITE FL-REMESSAS-ARQ
           IF WK-STATUS-RMS NOT EQUAL 0
               DISPLAY 'ERRO AO REGRAVAR O CONTROLE DA REMESSA '
                   WK-RET-REMESSA ' - ' WK-STATUS-RMS
               MOVE 'S' TO WK-ERRO-RETORNO
           ELSE
               MOVE SPACES TO FL-RELATORIO-ARQ
               STRING
                   'REMESSA '          DELIMITED BY SIZE
                   WK-RET-REMESSA      DELIMITED BY SIZE
                   ': ACEITOS='        DELIMITED BY SIZE
                   WK-QTD-ACEITOS      DELIMITED BY SIZE
                   ' REJEITADOS='      DELIMITED BY SIZE
                   WK-QTD-REJEIT       DELIMITED BY SIZE
                   ' SEM RETORNO='     DELIMITED BY SIZE
                   WK-QTD-SEM-RET      DELIMITED BY SIZE
                   ' SITUACAO '        DELIMITED BY SIZE
                   RMS-C-SITUACAO      DELIMITED BY SIZE
                   INTO FL-RELATORIO-ARQ
               END-STRING
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF
       .
       3700-ATUALIZAR-CONTROLE-FIM.
           EXIT.
      *****************************************************************
      * VERIFICAR AS REMESSAS SEM RETORNO ALEM DO PRAZO - PERCORRE
      * OS REGISTROS DE CONTROLE SALTANDO OS DETALHES (CADA LEITURA
      * REPOSICIONA NO CONTROLE DA REMESSA SEGUINTE)
      *****************************************************************
       4000-VERIFICAR-ATRASADAS SECTION.
           MOVE 'N' TO WK-FIM-REMESSAS
           COMPUTE WK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WK-DATA-SYS-N)

           MOVE WK-CABEC-T TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'REMESSAS SEM RETORNO HA MAIS DE ' DELIMITED BY SIZE
               WK-DIAS-PRAZO      DELIMITED BY SIZE
               ' DIAS'            DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-T TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE ZEROS TO RMS-REMESSA
           MOVE ZEROS TO RMS-CNPJ
           MOVE ZEROS TO RMS-DOC-SOCIO
           START REMESSAS KEY NOT < RMS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-REMESSAS
           END-START

           PERFORM 4100-VERIFICAR-REMESSA
               UNTIL WK-FIM-REMESSAS EQUAL 'S'

           IF WK-TOT-ATRASADAS EQUAL ZEROS
               MOVE '  NENHUMA REMESSA EM ATRASO' TO FL-RELATORIO-ARQ
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF
       .
       4000-VERIFICAR-ATRASADAS-FIM.
           EXIT.
      *****************************************************************
      * VERIFICAR O PRAZO DE RETORNO DE UMA REMESSA - SO AS ENVIADAS
      * (DESDE A GERACAO) E AS REENVIADAS (DESDE O REENVIO) AINDA
      * ESPERAM RETORNO
      *****************************************************************
       4100-VERIFICAR-REMESSA SECTION.
           READ REMESSAS NEXT

           IF WK-STATUS-RMS NOT EQUAL 0
               MOVE 'S' TO WK-FIM-REMESSAS
           ELSE
               IF RMS-CNPJ EQUAL ZEROS
                   AND RMS-DOC-SOCIO EQUAL ZEROS
                   MOVE ZEROS TO WK-DATA-REF
                   EVALUATE RMS-C-SITUACAO
                       WHEN 'ENVIADA'
                           MOVE RMS-C-DATA-ENVIO TO WK-DATA-REF
                       WHEN 'REENVIADA'
                           MOVE RMS-C-DATA-REENVIO TO WK-DATA-REF
                   END-EVALUATE
                   IF WK-DATA-REF > ZEROS
                       PERFORM 4150-CALCULAR-ATRASO
                   END-IF
               END-IF

      * Reposiciona no controle da remessa seguinte
               IF RMS-REMESSA EQUAL 999999
                   MOVE 'S' TO WK-FIM-REMESSAS
               ELSE
                   ADD 1 TO RMS-REMESSA
                   MOVE ZEROS TO RMS-CNPJ
                   MOVE ZEROS TO RMS-DOC-SOCIO
                   START REMESSAS KEY NOT < RMS-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WK-FIM-REMESSAS
                   END-START
               END-IF
           END-IF
       .
       4100-VERIFICAR-REMESSA-FIM.
           EXIT.
      *****************************************************************
      * CALCULAR OS DIAS DESDE A DATA DE REFERENCIA DA REMESSA E
      * LISTAR A REMESSA QUANDO O PRAZO FOI ULTRAPASSADO
      *****************************************************************
       4150-CALCULAR-ATRASO SECTION.
           COMPUTE WK-DIAS-REF =
               FUNCTION INTEGER-OF-DATE (WK-DATA-REF)

           IF WK-DIAS-HOJE > WK-DIAS-REF
               COMPUTE WK-DIAS-ATRASO = WK-DIAS-HOJE - WK-DIAS-REF
           ELSE
               MOVE ZEROS TO WK-DIAS-ATRASO
           END-IF

           IF WK-DIAS-ATRASO > WK-DIAS-PRAZO
               ADD 1 TO WK-TOT-ATRASADAS
               MOVE SPACES TO FL-RELATORIO-ARQ
               STRING
                   '  REMESSA '       DELIMITED BY SIZE
                   RMS-REMESSA        DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   RMS-C-SITUACAO     DELIMITED BY SIZE
                   ' EM '             DELIMITED BY SIZE
                   WK-DATA-REF        DELIMITED BY SIZE
                   ' - '              DELIMITED BY SIZE
                   WK-DIAS-ATRASO     DELIMITED BY SIZE
                   ' DIAS SEM RETORNO - DETALHES=' DELIMITED BY SIZE
                   RMS-C-QTD-DET      DELIMITED BY SIZE
                   INTO FL-RELATORIO-ARQ
               END-STRING
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF
       .
       4150-CALCULAR-ATRASO-FIM.
           EXIT.
      *****************************************************************
      * FINALIZAR - GRAVA OS TOTAIS, FECHA OS ARQUIVOS E ENCERRA
      * (0 = SEM PENDENCIAS, 4 = HOUVE REJEICAO, DIVERGENCIA OU
      * REMESSA EM ATRASO, 12 = ERRO NO CONTROLE DAS REMESSAS)
      *****************************************************************
       5000-FINALIZAR SECTION.
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'RETORNO: LIDOS='      DELIMITED BY SIZE
               WK-TOT-RET-LIDOS       DELIMITED BY SIZE
               ' ACEITOS='            DELIMITED BY SIZE
               WK-TOT-RET-ACEITOS     DELIMITED BY SIZE
               ' REJEITADOS='         DELIMITED BY SIZE
               WK-TOT-RET-REJEIT      DELIMITED BY SIZE
               ' NAO ENVIADOS='       DELIMITED BY SIZE
               WK-TOT-RET-NAO-ENV     DELIMITED BY SIZE
               ' INVALIDOS='          DELIMITED BY SIZE
               WK-TOT-RET-INVALIDOS   DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'REENVIO: DETALHES='   DELIMITED BY SIZE
               WK-RSD-QTD-DET         DELIMITED BY SIZE
               ' DIVERGENCIAS='       DELIMITED BY SIZE
               WK-TOT-DIVERGENCIAS    DELIMITED BY SIZE
               ' REMESSAS EM ATRASO=' DELIMITED BY SIZE
               WK-TOT-ATRASADAS       DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           CLOSE RELATORIO
           CLOSE REMESSAS

           DISPLAY 'DETALHES DO RETORNO LIDOS...: ' WK-TOT-RET-LIDOS
           DISPLAY 'DETALHES ACEITOS............: '
               WK-TOT-RET-ACEITOS
           DISPLAY 'DETALHES REJEITADOS.........: '
               WK-TOT-RET-REJEIT
           DISPLAY 'DETALHES PARA REENVIO.......: ' WK-RSD-QTD-DET
           DISPLAY 'REMESSAS EM ATRASO..........: ' WK-TOT-ATRASADAS

           IF WK-ERRO-RETORNO EQUAL 'S'
               DISPLAY 'Processamento do retorno INTERROMPIDO por '
                   'erro - conferir o controle das remessas.'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WK-TOT-RET-REJEIT > ZEROS
                   OR WK-TOT-RET-NAO-ENV > ZEROS
                   OR WK-TOT-RET-INVALIDOS > ZEROS
                   OR WK-TOT-DIVERGENCIAS > ZEROS
                   OR WK-TOT-ATRASADAS > ZEROS
                   DISPLAY 'Retorno processado com pendencias - '
                       'conferir o relatorio.'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'Retorno processado.'
               END-IF
           END-IF

           STOP RUN
       .
       5000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZMW20.
