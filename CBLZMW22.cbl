       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW22.
      *****************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 06/09/2026
      * Purpose: Pendencias da critica de entrada entre ciclos. O
      *          CBLZMW06 desvia para o arquivo de rejeitados os
      *          registros do CNPJ.txt/SOCIOS.txt reprovados na
      *          critica (motivos M01 a M09), mas o arquivo e
      *          regravado a cada rodada e o mesmo registro ruim
      *          volta ciclo apos ciclo sem ninguem acompanhar.
      *          Executado depois do balance line, o programa mantem
      *          um cadastro de pendencias com a chave do registro
      *          (empresa: CNPJ; socio: CNPJ + documento do socio):
      *          o rejeitado novo entra ABERTO com 1 ciclo, o que
      *          volta rejeitado soma um ciclo, e a pendencia aberta
      *          cujo registro chegou limpo nas listas da rodada e
      *          FECHADA (se voltar a ser rejeitado, e reaberto com
      *          a contagem reiniciada). Emite o relatorio de
      *          envelhecimento das pendencias abertas por codigo de
      *          motivo e por faixa de ciclos (1, 2 a 5, 6 a 20,
      *          mais de 20) e o extrato das pendencias abertas para
      *          o fornecedor dos dados
      * Updates:
      * 060926 - Marcelo - Create Program
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Rejeitados da rodada, gravados pelo CBLZMW06 (arquivo de
      * linha com o cabecalho de motivos antes dos registros)
       SELECT REJEITADOS ASSIGN TO DYNAMIC
           WK-PATH-REJ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-REJ.

       SELECT LISTA-CNPJ ASSIGN TO DYNAMIC
           WK-PATH-CNPJ
           FILE STATUS IS WK-STATUS-E01.

       SELECT LISTA-SOCIOS ASSIGN TO DYNAMIC
           WK-PATH-SOCIOS
           FILE STATUS IS WK-STATUS-E02.

      * Cadastro de pendencias - uma entrada por registro rejeitado,
      * com a chave do proprio registro
       SELECT PENDENCIAS ASSIGN TO DYNAMIC
           WK-PATH-PENDENCIAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-CHAVE
           FILE STATUS IS WK-STATUS-SUS.

      * Relatorio de envelhecimento das pendencias abertas
       SELECT RELATORIO ASSIGN TO DYNAMIC
           WK-PATH-RELATORIO
           FILE STATUS IS WK-STATUS-REL.

      * Extrato das pendencias abertas para o fornecedor dos dados
       SELECT EXTRATO ASSIGN TO DYNAMIC
           WK-PATH-EXTRATO
           FILE STATUS IS WK-STATUS-EXT.

       DATA DIVISION.
       FILE SECTION.
      * Linha do arquivo de rejeitados - tipo do registro, motivos
      * anotados na critica e o registro original
       FD REJEITADOS.
       01 FL-REJEITADOS-ARQ PIC X(150).
       01 FILLER REDEFINES FL-REJEITADOS-ARQ.
           05 REJ-PREFIXO      PIC X(16).
           05 REJ-MOTIVOS      PIC X(27).
           05 REJ-ROTULO-REG   PIC X(06).
           05 REJ-REGISTRO     PIC X(96).
           05 FILLER           PIC X(05).

       FD LISTA-CNPJ RECORDING MODE IS F.
       01 ARQ-LISTA PIC X(96).
       01 FILLER REDEFINES ARQ-LISTA.
           05 ARQ-L-CNPJ       PIC X(14).
           05 FILLER           PIC X(82).

       FD LISTA-SOCIOS RECORDING MODE IS F.
       01 ARQ-SOCIOS PIC X(73).
       01 FILLER REDEFINES ARQ-SOCIOS.
           05 ARQ-S-CNPJ       PIC X(14).
           05 ARQ-S-CNPJ-SOCIO PIC X(14).
           05 FILLER           PIC X(45).

      * Pendencia - chave (tipo C empresa / S socio, CNPJ, documento
      * do socio, zeros na empresa), situacao, motivos da ultima
      * rejeicao, ciclos consecutivos rejeitado, datas e o registro
      * original da ultima rejeicao
       FD PENDENCIAS.
       01 FL-PENDENCIAS-ARQ.
           05 SUS-CHAVE.
               10 SUS-TIPO        PIC X(01).
               10 SUS-CNPJ        PIC X(14).
               10 SUS-DOC-SOCIO   PIC X(14).
           05 SUS-SITUACAO        PIC X(07).
           05 SUS-MOTIVOS         PIC X(27).
           05 SUS-QTD-CICLOS      PIC 9(05).
           05 SUS-DATA-PRIM       PIC 9(08).
           05 SUS-CICLO-ULT.
               10 SUS-DATA-ULT    PIC 9(08).
               10 SUS-HORA-ULT    PIC 9(06).
           05 SUS-DATA-FECH       PIC 9(08).
           05 SUS-QTD-REABERT     PIC 9(03).
           05 SUS-REGISTRO        PIC X(96).
           05 FILLER              PIC X(03).

       FD RELATORIO RECORDING MODE IS F.
       01 FL-RELATORIO-ARQ PIC X(150).

      * Pendencia aberta no extrato do fornecedor
       FD EXTRATO RECORDING MODE IS F.
       01 FL-EXTRATO-ARQ.
           05 EXT-TIPO            PIC X(01).
           05 EXT-CNPJ            PIC X(14).
           05 EXT-DOC-SOCIO       PIC X(14).
           05 EXT-MOTIVOS         PIC X(27).
           05 EXT-QTD-CICLOS      PIC 9(05).
           05 EXT-DATA-PRIM       PIC 9(08).
           05 EXT-DATA-ULT        PIC 9(08).
           05 EXT-REGISTRO        PIC X(96).
           05 FILLER              PIC X(27).

       WORKING-STORAGE SECTION.
      * Definicao das variaveis de apoio (STATUS e FIM)
       01 WK-STATUS-REJ PIC 9(02) VALUE 0.
       01 WK-STATUS-E01 PIC 9(02) VALUE 0.
       01 WK-STATUS-E02 PIC 9(02) VALUE 0.
       01 WK-STATUS-SUS PIC 9(02) VALUE 0.
       01 WK-STATUS-REL PIC 9(02) VALUE 0.
       01 WK-STATUS-EXT PIC 9(02) VALUE 0.
       01 WK-FIM-REJ        PIC X(01) VALUE 'N'.
       01 WK-FIM-CNPJ       PIC X(01) VALUE 'N'.
       01 WK-FIM-SOCIOS     PIC X(01) VALUE 'N'.
       01 WK-FIM-PENDENCIAS PIC X(01) VALUE 'N'.
       01 WK-ERRO-PEND      PIC X(01) VALUE 'N'.
       01 WK-SUS-EXISTE     PIC X(01) VALUE 'N'.
       01 WK-SAIDAS-ABERTAS PIC X(01) VALUE 'N'.

      * Caminhos dos arquivos - valores default abaixo, substituidos
      * por BLREJ/BLCNPJ/BLSOCIO/BLPEND/BLPENREL/BLPENEXT quando
      * essas variaveis de ambiente existirem
       01 WK-PATH-REJ       PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_REJ.txt'.
       01 WK-PATH-CNPJ      PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\CNPJ.txt'.
       01 WK-PATH-SOCIOS    PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\SOCIOS.txt'.
       01 WK-PATH-PENDENCIAS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_SUS.idx'.
       01 WK-PATH-RELATORIO PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_AGE.txt'.
       01 WK-PATH-EXTRATO   PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_PEN.txt'.
       01 WK-ENV-VALOR      PIC X(100) VALUE SPACES.

      * Data e hora da execucao - identificam o ciclo
       01 WK-CICLO-ATUAL.
           05 WK-DATA-SYS.
               10 WK-YEAR-SYS  PIC 9(04) VALUE 0.
               10 WK-MONTH-SYS PIC 9(02) VALUE 0.
               10 WK-DAY-SYS   PIC 9(02) VALUE 0.
           05 WK-HORA-SYS.
               10 WK-HOUR-SYS   PIC 9(02) VALUE 0.
               10 WK-MINUTE-SYS PIC 9(02) VALUE 0.
               10 WK-SECOND-SYS PIC 9(02) VALUE 0.

      * Chave montada a partir do registro corrente
       01 WK-CHAVE-PEND.
           05 WK-CHAVE-TIPO     PIC X(01) VALUE SPACES.
           05 WK-CHAVE-CNPJ     PIC X(14) VALUE SPACES.
           05 WK-CHAVE-DOC      PIC X(14) VALUE SPACES.

      * Contadores da atualizacao do cadastro
       01 WK-TOT-REJ-LIDOS   PIC 9(07) VALUE ZEROS.
       01 WK-TOT-NOVAS       PIC 9(07) VALUE ZEROS.
       01 WK-TOT-REPETIDAS   PIC 9(07) VALUE ZEROS.
       01 WK-TOT-REABERTAS   PIC 9(07) VALUE ZEROS.
       01 WK-TOT-FECHADAS    PIC 9(07) VALUE ZEROS.
       01 WK-TOT-ABERTAS     PIC 9(07) VALUE ZEROS.
       01 WK-TOT-EXTRATO     PIC 9(07) VALUE ZEROS.

      * Quadro de envelhecimento - uma linha por motivo (M01 a M09)
      * com as quatro faixas de ciclos e o total; a pendencia com
      * mais de um motivo conta em cada um deles
       01 WK-QUADRO.
           05 WK-QDR-MOTIVO OCCURS 9 TIMES.
               10 WK-QDR-FAIXA  PIC 9(07) OCCURS 4 TIMES.
               10 WK-QDR-TOTAL  PIC 9(07).
       01 WK-QDR-PEND-FAIXA  PIC 9(07) OCCURS 4 TIMES.
       01 WK-QDR-IDX         PIC 9(02) VALUE ZEROS.
       01 WK-FAIXA-IDX       PIC 9(01) VALUE ZEROS.
       01 WK-MOT-POS         PIC 9(02) VALUE ZEROS.
       01 WK-MOT-NUM         PIC 9(02) VALUE ZEROS.

      * Descricao dos motivos da critica do CBLZMW06
       01 WK-TAB-MOTIVOS-TXT.
           05 FILLER PIC X(30) VALUE 'DV CNPJ EMPRESA'.
           05 FILLER PIC X(30) VALUE 'DATA ABERTURA'.
           05 FILLER PIC X(30) VALUE 'ATIVO FORA DO DOMINIO'.
           05 FILLER PIC X(30) VALUE 'NOME EM BRANCO'.
           05 FILLER PIC X(30) VALUE 'DV CNPJ EMPRESA DO SOCIO'.
           05 FILLER PIC X(30) VALUE 'DV DOC SOCIO'.
           05 FILLER PIC X(30) VALUE 'STATUS FORA DO DOMINIO'.
           05 FILLER PIC X(30) VALUE 'NOME SOCIO EM BRANCO'.
           05 FILLER PIC X(30) VALUE 'TIPO DE SOCIO FORA DO DOMINIO'.
       01 FILLER REDEFINES WK-TAB-MOTIVOS-TXT.
           05 WK-MOTIVO-DESC PIC X(30) OCCURS 9 TIMES.

       01 WK-CABEC-L        PIC X(60) VALUE ALL '='.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR

           IF WK-ERRO-PEND EQUAL 'N'
               PERFORM 2000-REGISTRAR-REJEITADOS
           END-IF

           IF WK-ERRO-PEND EQUAL 'N'
               PERFORM 2500-FECHAR-PENDENCIAS-LIMPAS
           END-IF

           IF WK-ERRO-PEND EQUAL 'N'
               PERFORM 4000-GERAR-ENVELHECIMENTO
           END-IF

           PERFORM 3000-FINALIZAR
       .
      *****************************************************************
      * INICIALIZAR - ABRE OS REJEITADOS E AS LISTAS DA RODADA, O
      * CADASTRO DE PENDENCIAS (CRIADO NA PRIMEIRA EXECUCAO) E AS
      * DUAS SAIDAS
      *****************************************************************
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SYS FROM TIME

           PERFORM 1045-RESOLVER-PARAMETROS-ARQUIVO.

           OPEN INPUT REJEITADOS
           IF WK-STATUS-REJ NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE REJEITADOS '
                   WK-STATUS-REJ
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LISTA-CNPJ
           OPEN INPUT LISTA-SOCIOS
           IF WK-STATUS-E01 NOT EQUAL 0
               OR WK-STATUS-E02 NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DAS LISTAS DA RODADA '
                   WK-STATUS-E01 ' ' WK-STATUS-E02
               CLOSE REJEITADOS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      * Na primeira execucao o cadastro ainda nao existe (status 35)
      * - nesse caso ele e criado vazio e reaberto para atualizacao
           OPEN I-O PENDENCIAS
           IF WK-STATUS-SUS EQUAL 35
               OPEN OUTPUT PENDENCIAS
               CLOSE PENDENCIAS
               OPEN I-O PENDENCIAS
           END-IF
           IF WK-STATUS-SUS NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO CADASTRO DE PENDENCIAS '
                   WK-STATUS-SUS
               CLOSE REJEITADOS
               CLOSE LISTA-CNPJ
               CLOSE LISTA-SOCIOS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELATORIO
           OPEN OUTPUT EXTRATO
           MOVE 'S' TO WK-SAIDAS-ABERTAS
           IF WK-STATUS-REL NOT EQUAL 0
               OR WK-STATUS-EXT NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO RELATORIO/EXTRATO DAS '
                   'PENDENCIAS ' WK-STATUS-REL ' ' WK-STATUS-EXT
               MOVE 'S' TO WK-ERRO-PEND
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
           DISPLAY 'BLREJ' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-REJ
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

           DISPLAY 'BLPEND' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-PENDENCIAS
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLPENREL' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-RELATORIO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLPENEXT' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-EXTRATO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR
       .
       1045-RESOLVER-PARAMETROS-ARQUIVO-FIM.
           EXIT.
      *****************************************************************
      * REGISTRAR OS REJEITADOS DA RODADA NO CADASTRO DE PENDENCIAS
      *****************************************************************
       2000-REGISTRAR-REJEITADOS SECTION.
           MOVE 'N' TO WK-FIM-REJ
           PERFORM 2100-LER-REJEITADO
               UNTIL WK-FIM-REJ EQUAL 'S'
               OR WK-ERRO-PEND EQUAL 'S'
       .
       2000-REGISTRAR-REJEITADOS-FIM.
           EXIT.
      *****************************************************************
      * LER UMA LINHA DOS REJEITADOS - SO AS LINHAS DE REGISTRO
      * (CNPJ/SOCIO) CONTAM; O CABECALHO DE MOTIVOS E PULADO
      *****************************************************************
       2100-LER-REJEITADO SECTION.
           READ REJEITADOS
               AT END
                   MOVE 'S' TO WK-FIM-REJ
               NOT AT END
                   EVALUATE REJ-PREFIXO
                       WHEN 'CNPJ   MOTIVOS: '
                           ADD 1 TO WK-TOT-REJ-LIDOS
                           MOVE 'C' TO WK-CHAVE-TIPO
                           MOVE REJ-REGISTRO (1:14) TO WK-CHAVE-CNPJ
                           MOVE ALL '0' TO WK-CHAVE-DOC
                           PERFORM 2200-REGISTRAR-PENDENCIA
                       WHEN 'SOCIO  MOTIVOS: '
                           ADD 1 TO WK-TOT-REJ-LIDOS
                           MOVE 'S' TO WK-CHAVE-TIPO
                           MOVE REJ-REGISTRO (1:14) TO WK-CHAVE-CNPJ
                           MOVE REJ-REGISTRO (15:14) TO WK-CHAVE-DOC
                           PERFORM 2200-REGISTRAR-PENDENCIA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       .
       2100-LER-REJEITADO-FIM.
           EXIT.
      *****************************************************************
      * REGISTRAR A PENDENCIA DO REJEITADO CORRENTE - NOVA ENTRA
      * ABERTA COM 1 CICLO; ABERTA DE CICLO ANTERIOR SOMA UM CICLO;
      * FECHADA E REABERTA COM A CONTAGEM REINICIADA. A MESMA CHAVE
      * DUAS VEZES NA RODADA CONTA UM CICLO SO
      *****************************************************************
       2200-REGISTRAR-PENDENCIA SECTION.
           MOVE WK-CHAVE-PEND TO SUS-CHAVE
           READ PENDENCIAS
               INVALID KEY
                   MOVE 'N' TO WK-SUS-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WK-SUS-EXISTE
           END-READ

           IF WK-SUS-EXISTE EQUAL 'N'
               MOVE SPACES TO FL-PENDENCIAS-ARQ
               MOVE WK-CHAVE-PEND  TO SUS-CHAVE
               MOVE 'ABERTO'       TO SUS-SITUACAO
               MOVE 1              TO SUS-QTD-CICLOS
               MOVE WK-DATA-SYS    TO SUS-DATA-PRIM
               MOVE ZEROS          TO SUS-DATA-FECH
               MOVE ZEROS          TO SUS-QTD-REABERT
               ADD 1 TO WK-TOT-NOVAS
           ELSE
               IF SUS-SITUACAO EQUAL 'FECHADO'
                   MOVE 'ABERTO'       TO SUS-SITUACAO
                   MOVE 1              TO SUS-QTD-CICLOS
                   MOVE WK-DATA-SYS    TO SUS-DATA-PRIM
                   MOVE ZEROS          TO SUS-DATA-FECH
                   ADD 1 TO SUS-QTD-REABERT
                   ADD 1 TO WK-TOT-REABERTAS
               ELSE
                   IF SUS-CICLO-ULT NOT EQUAL WK-CICLO-ATUAL
                       ADD 1 TO SUS-QTD-CICLOS
                       ADD 1 TO WK-TOT-REPETIDAS
                   END-IF
               END-IF
           END-IF

           MOVE REJ-MOTIVOS    TO SUS-MOTIVOS
           MOVE REJ-REGISTRO   TO SUS-REGISTRO
           MOVE WK-CICLO-ATUAL TO SUS-CICLO-ULT

           IF WK-SUS-EXISTE EQUAL 'S'
               REWRITE FL-PENDENCIAS-ARQ
           ELSE
               WRITE FL-PENDENCIAS-ARQ
           END-IF
           IF WK-STATUS-SUS NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR O CADASTRO DE PENDENCIAS NA '
                   'CHAVE ' SUS-CHAVE ' - ' WK-STATUS-SUS
               MOVE 'S' TO WK-ERRO-PEND
           END-IF
       .
       2200-REGISTRAR-PENDENCIA-FIM.
           EXIT.
      *****************************************************************
      * FECHAR AS PENDENCIAS CUJO REGISTRO CHEGOU LIMPO - TODO
      * REGISTRO DAS LISTAS DA RODADA QUE NAO FOI REJEITADO NESTE
      * CICLO PASSOU PELA CRITICA
      *****************************************************************
       2500-FECHAR-PENDENCIAS-LIMPAS SECTION.
           MOVE 'N' TO WK-FIM-CNPJ
           PERFORM 2510-CONFERIR-CNPJ
               UNTIL WK-FIM-CNPJ EQUAL 'S'
               OR WK-ERRO-PEND EQUAL 'S'

           MOVE 'N' TO WK-FIM-SOCIOS
           PERFORM 2520-CONFERIR-SOCIO
               UNTIL WK-FIM-SOCIOS EQUAL 'S'
               OR WK-ERRO-PEND EQUAL 'S'
       .
       2500-FECHAR-PENDENCIAS-LIMPAS-FIM.
           EXIT.
      *****************************************************************
      * CONFERIR O PROXIMO REGISTRO DO CNPJ.txt CONTRA O CADASTRO
      *****************************************************************
       2510-CONFERIR-CNPJ SECTION.
           READ LISTA-CNPJ
               AT END
                   MOVE 'S' TO WK-FIM-CNPJ
               NOT AT END
                   MOVE 'C' TO WK-CHAVE-TIPO
                   MOVE ARQ-L-CNPJ TO WK-CHAVE-CNPJ
                   MOVE ALL '0' TO WK-CHAVE-DOC
                   PERFORM 2700-FECHAR-PENDENCIA
           END-READ
       .
       2510-CONFERIR-CNPJ-FIM.
           EXIT.
      *****************************************************************
      * CONFERIR O PROXIMO REGISTRO DO SOCIOS.txt CONTRA O CADASTRO
      *****************************************************************
       2520-CONFERIR-SOCIO SECTION.
           READ LISTA-SOCIOS
               AT END
                   MOVE 'S' TO WK-FIM-SOCIOS
               NOT AT END
                   MOVE 'S' TO WK-CHAVE-TIPO
                   MOVE ARQ-S-CNPJ TO WK-CHAVE-CNPJ
                   MOVE ARQ-S-CNPJ-SOCIO TO WK-CHAVE-DOC
                   PERFORM 2700-FECHAR-PENDENCIA
           END-READ
       .
       2520-CONFERIR-SOCIO-FIM.
           EXIT.
      *****************************************************************
      * FECHAR A PENDENCIA ABERTA DA CHAVE CORRENTE QUANDO O
      * REGISTRO NAO FOI REJEITADO NESTE CICLO
      *****************************************************************
       2700-FECHAR-PENDENCIA SECTION.
           MOVE WK-CHAVE-PEND TO SUS-CHAVE
           READ PENDENCIAS
               INVALID KEY
                   MOVE 'N' TO WK-SUS-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WK-SUS-EXISTE
           END-READ

           IF WK-SUS-EXISTE EQUAL 'S'
               AND SUS-SITUACAO EQUAL 'ABERTO'
               AND SUS-CICLO-ULT NOT EQUAL WK-CICLO-ATUAL
               MOVE 'FECHADO'   TO SUS-SITUACAO
               MOVE WK-DATA-SYS TO SUS-DATA-FECH
               REWRITE FL-PENDENCIAS-ARQ
               IF WK-STATUS-SUS NOT EQUAL 0
                   DISPLAY 'ERRO AO FECHAR A PENDENCIA ' SUS-CHAVE
                       ' - ' WK-STATUS-SUS
                   MOVE 'S' TO WK-ERRO-PEND
               ELSE
                   ADD 1 TO WK-TOT-FECHADAS
               END-IF
           END-IF
       .
       2700-FECHAR-PENDENCIA-FIM.
           EXIT.
      *****************************************************************
      * GERAR O ENVELHECIMENTO - PERCORRE O CADASTRO EM ORDEM DE
      * CHAVE, LISTA CADA PENDENCIA ABERTA NO RELATORIO E NO EXTRATO
      * E ACUMULA O QUADRO POR MOTIVO E FAIXA DE CICLOS
      *****************************************************************
       4000-GERAR-ENVELHECIMENTO SECTION.
           INITIALIZE WK-QUADRO
           MOVE ZEROS TO WK-QDR-PEND-FAIXA (1)
           MOVE ZEROS TO WK-QDR-PEND-FAIXA (2)
           MOVE ZEROS TO WK-QDR-PEND-FAIXA (3)
           MOVE ZEROS TO WK-QDR-PEND-FAIXA (4)

           PERFORM 4050-GRAVAR-CABECALHO

           MOVE LOW-VALUES TO SUS-CHAVE
           MOVE 'N' TO WK-FIM-PENDENCIAS
           START PENDENCIAS KEY NOT < SUS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-PENDENCIAS
           END-START

           PERFORM 4100-LER-PENDENCIA
               UNTIL WK-FIM-PENDENCIAS EQUAL 'S'
               OR WK-ERRO-PEND EQUAL 'S'

           PERFORM 4500-IMPRIMIR-QUADRO
       .
       4000-GERAR-ENVELHECIMENTO-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR O CABECALHO DO RELATORIO E DA LISTA DE PENDENCIAS
      *****************************************************************
       4050-GRAVAR-CABECALHO SECTION.
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'PENDENCIAS DA CRITICA DE ENTRADA - CBLZMW22 - '
                                DELIMITED BY SIZE
               WK-DATA-SYS      DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'REJEITADOS NA RODADA=' DELIMITED BY SIZE
               WK-TOT-REJ-LIDOS DELIMITED BY SIZE
               ' NOVAS=' DELIMITED BY SIZE
               WK-TOT-NOVAS DELIMITED BY SIZE
               ' REPETIDAS=' DELIMITED BY SIZE
               WK-TOT-REPETIDAS DELIMITED BY SIZE
               ' REABERTAS=' DELIMITED BY SIZE
               WK-TOT-REABERTAS DELIMITED BY SIZE
               ' FECHADAS=' DELIMITED BY SIZE
               WK-TOT-FECHADAS DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE 'T CNPJ           DOC.SOCIO      CICLOS DESDE    '
               TO FL-RELATORIO-ARQ
           MOVE 'MOTIVOS' TO FL-RELATORIO-ARQ (52:7)
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       4050-GRAVAR-CABECALHO-FIM.
           EXIT.
      *****************************************************************
      * LER A PROXIMA PENDENCIA DO CADASTRO E TRATAR A ABERTA
      *****************************************************************
       4100-LER-PENDENCIA SECTION.
           READ PENDENCIAS NEXT
           IF WK-STATUS-SUS EQUAL 10
               MOVE 'S' TO WK-FIM-PENDENCIAS
           ELSE
               IF WK-STATUS-SUS NOT EQUAL 0
                   DISPLAY 'ERRO AO LER O CADASTRO DE PENDENCIAS '
                       WK-STATUS-SUS
                   MOVE 'S' TO WK-ERRO-PEND
               ELSE
                   IF SUS-SITUACAO EQUAL 'ABERTO'
                       ADD 1 TO WK-TOT-ABERTAS
                       PERFORM 4200-CLASSIFICAR-PENDENCIA
                       PERFORM 4300-LISTAR-PENDENCIA
                       PERFORM 4400-GRAVAR-EXTRATO
                   END-IF
               END-IF
           END-IF
       .
       4100-LER-PENDENCIA-FIM.
           EXIT.
      *****************************************************************
      * CLASSIFICAR A PENDENCIA NA FAIXA DE CICLOS (1, 2 A 5, 6 A 20,
      * MAIS DE 20) E SOMAR CADA MOTIVO DELA NO QUADRO
      *****************************************************************
       4200-CLASSIFICAR-PENDENCIA SECTION.
           EVALUATE TRUE
               WHEN SUS-QTD-CICLOS NOT > 1
                   MOVE 1 TO WK-FAIXA-IDX
               WHEN SUS-QTD-CICLOS NOT > 5
                   MOVE 2 TO WK-FAIXA-IDX
               WHEN SUS-QTD-CICLOS NOT > 20
                   MOVE 3 TO WK-FAIXA-IDX
               WHEN OTHER
                   MOVE 4 TO WK-FAIXA-IDX
           END-EVALUATE
           ADD 1 TO WK-QDR-PEND-FAIXA (WK-FAIXA-IDX)

           PERFORM 4210-SOMAR-MOTIVO
               VARYING WK-MOT-POS FROM 1 BY 4
               UNTIL WK-MOT-POS > 25
       .
       4200-CLASSIFICAR-PENDENCIA-FIM.
           EXIT.
      *****************************************************************
      * SOMAR NO QUADRO O MOTIVO DA POSICAO CORRENTE DA LISTA DE
      * MOTIVOS ('Mnn' SEPARADOS POR UM BRANCO)
      *****************************************************************
       4210-SOMAR-MOTIVO SECTION.
           IF SUS-MOTIVOS (WK-MOT-POS:1) EQUAL 'M'
               AND SUS-MOTIVOS (WK-MOT-POS + 1:2) NUMERIC
               MOVE SUS-MOTIVOS (WK-MOT-POS + 1:2) TO WK-MOT-NUM
               IF WK-MOT-NUM > ZEROS
                   AND WK-MOT-NUM NOT > 9
                   ADD 1 TO WK-QDR-FAIXA (WK-MOT-NUM WK-FAIXA-IDX)
                   ADD 1 TO WK-QDR-TOTAL (WK-MOT-NUM)
               END-IF
           END-IF
       .
       4210-SOMAR-MOTIVO-FIM.
           EXIT.
      *****************************************************************
      * LISTAR A PENDENCIA ABERTA NO RELATORIO
      *****************************************************************
       4300-LISTAR-PENDENCIA SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               SUS-TIPO         DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               SUS-CNPJ         DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               SUS-DOC-SOCIO    DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               SUS-QTD-CICLOS   DELIMITED BY SIZE
               '  '             DELIMITED BY SIZE
               SUS-DATA-PRIM    DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               SUS-MOTIVOS      DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       4300-LISTAR-PENDENCIA-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR A PENDENCIA ABERTA NO EXTRATO DO FORNECEDOR
      *****************************************************************
       4400-GRAVAR-EXTRATO SECTION.
           MOVE SPACES TO FL-EXTRATO-ARQ
           MOVE SUS-TIPO        TO EXT-TIPO
           MOVE SUS-CNPJ        TO EXT-CNPJ
           MOVE SUS-DOC-SOCIO   TO EXT-DOC-SOCIO
           MOVE SUS-MOTIVOS     TO EXT-MOTIVOS
           MOVE SUS-QTD-CICLOS  TO EXT-QTD-CICLOS
           MOVE SUS-DATA-PRIM   TO EXT-DATA-PRIM
           MOVE SUS-DATA-ULT    TO EXT-DATA-ULT
           MOVE SUS-REGISTRO    TO EXT-REGISTRO
           WRITE FL-EXTRATO-ARQ
           IF WK-STATUS-EXT NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR O EXTRATO DAS PENDENCIAS '
                   WK-STATUS-EXT
               MOVE 'S' TO WK-ERRO-PEND
           ELSE
               ADD 1 TO WK-TOT-EXTRATO
           END-IF
       .
       4400-GRAVAR-EXTRATO-FIM.
           EXIT.
      *****************************************************************
      * IMPRIMIR O QUADRO DE ENVELHECIMENTO - UMA LINHA POR MOTIVO E
      * A LINHA DE PENDENCIAS ABERTAS POR FAIXA
      *****************************************************************
       4500-IMPRIMIR-QUADRO SECTION.
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE 'ENVELHECIMENTO POR MOTIVO E FAIXA DE CICLOS' TO
               FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE 'MOT DESCRICAO                      1 CICLO  2 A 5   '
               TO FL-RELATORIO-ARQ
           MOVE '6 A 20  MAIS 20  TOTAL' TO FL-RELATORIO-ARQ (54:22)
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           PERFORM 4510-IMPRIMIR-LINHA-QUADRO
               VARYING WK-QDR-IDX FROM 1 BY 1
               UNTIL WK-QDR-IDX > 9

           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'PENDENCIAS ABERTAS' DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           MOVE WK-QDR-PEND-FAIXA (1) TO FL-RELATORIO-ARQ (35:7)
           MOVE WK-QDR-PEND-FAIXA (2) TO FL-RELATORIO-ARQ (44:7)
           MOVE WK-QDR-PEND-FAIXA (3) TO FL-RELATORIO-ARQ (53:7)
           MOVE WK-QDR-PEND-FAIXA (4) TO FL-RELATORIO-ARQ (62:7)
           MOVE WK-TOT-ABERTAS        TO FL-RELATORIO-ARQ (71:7)
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       4500-IMPRIMIR-QUADRO-FIM.
           EXIT.
      *****************************************************************
      * IMPRIMIR A LINHA DE UM MOTIVO NO QUADRO
      *****************************************************************
       4510-IMPRIMIR-LINHA-QUADRO SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'M'                          DELIMITED BY SIZE
               WK-QDR-IDX                   DELIMITED BY SIZE
               ' '                          DELIMITED BY SIZE
               WK-MOTIVO-DESC (WK-QDR-IDX)  DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           MOVE WK-QDR-FAIXA (WK-QDR-IDX 1) TO FL-RELATORIO-ARQ (35:7)
           MOVE WK-QDR-FAIXA (WK-QDR-IDX 2) TO FL-RELATORIO-ARQ (44:7)
           MOVE WK-QDR-FAIXA (WK-QDR-IDX 3) TO FL-RELATORIO-ARQ (53:7)
           MOVE WK-QDR-FAIXA (WK-QDR-IDX 4) TO FL-RELATORIO-ARQ (62:7)
           MOVE WK-QDR-TOTAL (WK-QDR-IDX)   TO FL-RELATORIO-ARQ (71:7)
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       4510-IMPRIMIR-LINHA-QUADRO-FIM.
           EXIT.
      *****************************************************************
      * FINALIZAR - FECHA OS ARQUIVOS E ENCERRA COM RETURN-CODE 12
      * QUANDO O CADASTRO NAO PODE SER ATUALIZADO POR INTEIRO
      *****************************************************************
       3000-FINALIZAR SECTION.
           CLOSE REJEITADOS
           CLOSE LISTA-CNPJ
           CLOSE LISTA-SOCIOS
           CLOSE PENDENCIAS
           IF WK-SAIDAS-ABERTAS EQUAL 'S'
               CLOSE RELATORIO
               CLOSE EXTRATO
           END-IF

           DISPLAY 'REJEITADOS NA RODADA..........: ' WK-TOT-REJ-LIDOS
           DISPLAY 'PENDENCIAS NOVAS..............: ' WK-TOT-NOVAS
           DISPLAY 'PENDENCIAS REPETIDAS..........: ' WK-TOT-REPETIDAS
           DISPLAY 'PENDENCIAS REABERTAS..........: ' WK-TOT-REABERTAS
           DISPLAY 'PENDENCIAS FECHADAS...........: ' WK-TOT-FECHADAS
           DISPLAY 'PENDENCIAS ABERTAS............: ' WK-TOT-ABERTAS
           DISPLAY 'EXTRATO PARA O FORNECEDOR.....: ' WK-TOT-EXTRATO

           IF WK-ERRO-PEND EQUAL 'S'
               DISPLAY 'Atualizacao das pendencias INTERROMPIDA por '
                   'erro - conferir o cadastro.'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'Pendencias da critica atualizadas.'
           END-IF

           STOP RUN
       .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZMW22.
