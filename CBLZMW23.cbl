       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW23.
      *****************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 07/09/2026
      * Purpose: Alertas da lista de vigilancia por departamento.
      *          Compliance, credito e compras registram na lista de
      *          vigilancia os CNPJs de empresas (tipo E) e os
      *          documentos CPF/CNPJ de socios (tipo D) que cada
      *          departamento acompanha. Executado depois do
      *          CBLZMW07, o programa le os movimentos do ciclo (o
      *          temporario do historico que o CBLZMW07 acabou de
      *          acrescentar ao historico permanente) e grava um
      *          arquivo de alertas por departamento:
      *          - empresa vigiada incluida, excluida, com troca de
      *            ATIVO/situacao ou de nome, ou que ganhou/perdeu
      *            socio;
      *          - documento vigiado que entrou ou saiu do quadro de
      *            qualquer empresa da base, vigiada ou nao.
      *          Departamento sem alerta no ciclo recebe o arquivo
      *          assim mesmo, dizendo que nada mudou
      * Updates:
      * 070926 - Marcelo - Create Program
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Lista de vigilancia - um registro por departamento e CNPJ /
      * documento acompanhado
       SELECT VIGILANCIA ASSIGN TO DYNAMIC
           WK-PATH-VIGILANCIA
           FILE STATUS IS WK-STATUS-VIG.

      * Movimentos do ciclo - temporario do historico gravado pelo
      * CBLZMW07 (mesmo layout do historico permanente)
       SELECT MOVIMENTOS ASSIGN TO DYNAMIC
           WK-PATH-HISTMP
           FILE STATUS IS WK-STATUS-HTM.

      * Arquivo de alertas - um por departamento, com o codigo do
      * departamento no nome
       SELECT ALERTAS ASSIGN TO DYNAMIC
           WK-PATH-ALERTAS
           FILE STATUS IS WK-STATUS-ALE.

      * Arquivo de trabalho da classificacao dos alertas por
      * departamento
       SELECT SORT-ALE ASSIGN TO 'SORTALE'.

       DATA DIVISION.
       FILE SECTION.
      * Item da lista de vigilancia - departamento, tipo (E empresa
      * pelo CNPJ, D documento de socio em qualquer empresa), CNPJ /
      * documento e observacao livre do departamento
       FD VIGILANCIA RECORDING MODE IS F.
       01 ARQ-VIGILANCIA PIC X(80).
       01 FILLER REDEFINES ARQ-VIGILANCIA.
           05 VIG-DEPTO       PIC X(08).
           05 VIG-TIPO        PIC X(01).
           05 VIG-DOC         PIC X(14).
           05 VIG-OBS         PIC X(40).
           05 FILLER          PIC X(17).

       FD MOVIMENTOS RECORDING MODE IS F.
       01 FL-MOVIMENTOS-ARQ PIC X(120).
       01 FILLER REDEFINES FL-MOVIMENTOS-ARQ.
           05 HST-DATA-CICLO  PIC 9(08).
           05 HST-TIPO-MOV    PIC X(07).
           05 HST-CNPJ        PIC 9(14).
           05 HST-DOC-SOCIO   PIC 9(14).
           05 HST-DETALHE     PIC X(77).

       FD ALERTAS RECORDING MODE IS F.
       01 FL-ALERTAS-ARQ PIC X(150).

      * Registro de trabalho da classificacao - departamento, ordem
      * do movimento no ciclo e a linha de alerta ja montada
       SD SORT-ALE.
       01 SAL-REG-ALERTA.
           05 SAL-DEPTO         PIC X(08).
           05 SAL-SEQ           PIC 9(07).
           05 SAL-LINHA         PIC X(135).

       WORKING-STORAGE SECTION.
      * Definicao das variaveis de apoio (STATUS e FIM)
       01 WK-STATUS-VIG PIC 9(02) VALUE 0.
       01 WK-STATUS-HTM PIC 9(02) VALUE 0.
       01 WK-STATUS-ALE PIC 9(02) VALUE 0.
       01 WK-FIM-VIG    PIC X(01) VALUE 'N'.
       01 WK-FIM-MOV    PIC X(01) VALUE 'N'.
       01 WK-FIM-SORT   PIC X(01) VALUE 'N'.
       01 WK-ERRO-ALE   PIC X(01) VALUE 'N'.
       01 WK-ALE-ABERTO PIC X(01) VALUE 'N'.
       01 WK-SAL-PRIMEIRO PIC X(01) VALUE 'S'.

      * Caminhos dos arquivos - valores default abaixo, substituidos
      * por BLVIGIA/BLHISTMP/BLALEDIR quando essas variaveis de
      * ambiente existirem; o arquivo de cada departamento e
      * BALANCEMW_ALE_<departamento>.txt no diretorio de alertas
       01 WK-PATH-VIGILANCIA PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_VIG.txt'.
       01 WK-PATH-HISTMP     PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_HIS.tmp'.
       01 WK-DIR-ALERTAS     PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\'.
       01 WK-PATH-ALERTAS    PIC X(100) VALUE SPACES.
       01 WK-ENV-VALOR       PIC X(100) VALUE SPACES.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE 0.
           02 WK-MONTH-SYS PIC 9(02) VALUE 0.
           02 WK-DAY-SYS   PIC 9(02) VALUE 0.

      * Lista de vigilancia carregada em memoria
       01 WK-QTD-VIG        PIC 9(04) VALUE ZEROS.
       01 WK-MAX-VIG        PIC 9(04) VALUE 5000.
       01 WK-TAB-VIGILANCIA.
           05 WK-VIG-ITEM OCCURS 5000 TIMES.
               10 WK-VIG-DEPTO   PIC X(08).
               10 WK-VIG-TIPO    PIC X(01).
               10 WK-VIG-DOC     PIC 9(14).
       01 WK-VIG-IDX        PIC 9(04) VALUE ZEROS.

      * Departamentos da lista de vigilancia, com os alertas de cada
      * um no ciclo
       01 WK-QTD-DEP        PIC 9(03) VALUE ZEROS.
       01 WK-MAX-DEP        PIC 9(03) VALUE 100.
       01 WK-TAB-DEPARTAMENTOS.
           05 WK-DEP-ITEM OCCURS 100 TIMES.
               10 WK-DEP-COD     PIC X(08).
               10 WK-DEP-QTD-ALE PIC 9(07).
       01 WK-DEP-IDX        PIC 9(03) VALUE ZEROS.
       01 WK-DEP-ACHADO     PIC X(01) VALUE 'N'.
       01 WK-DEP-PROCURADO  PIC X(08) VALUE SPACES.

      * Alerta corrente - rotulo do alerta, departamento da quebra
      * e quantidade de alertas do departamento corrente
       01 WK-ROTULO-ALE     PIC X(26) VALUE SPACES.
       01 WK-SAL-DEPTO-ANT  PIC X(08) VALUE SPACES.
       01 WK-SAL-QTD-DEPTO  PIC 9(07) VALUE ZEROS.

      * Contadores
       01 WK-TOT-VIG-LIDOS   PIC 9(07) VALUE ZEROS.
       01 WK-TOT-VIG-INVAL   PIC 9(07) VALUE ZEROS.
       01 WK-TOT-VIG-EXCESSO PIC 9(07) VALUE ZEROS.
       01 WK-TOT-MOV-LIDOS   PIC 9(07) VALUE ZEROS.
       01 WK-TOT-ALERTAS     PIC 9(07) VALUE ZEROS.
       01 WK-TOT-ARQ-ALERTAS PIC 9(03) VALUE ZEROS.

       01 WK-CABEC-L        PIC X(60) VALUE ALL '='.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR

           IF WK-QTD-DEP > ZEROS
               SORT SORT-ALE
                   ON ASCENDING KEY SAL-DEPTO SAL-SEQ
                   INPUT PROCEDURE IS 2000-LER-MOVIMENTOS
                   OUTPUT PROCEDURE IS 4000-GRAVAR-ALERTAS

               IF WK-ERRO-ALE EQUAL 'N'
                   PERFORM 4500-GRAVAR-DEPTO-SEM-ALERTA
                       VARYING WK-DEP-IDX FROM 1 BY 1
                       UNTIL WK-DEP-IDX > WK-QTD-DEP
               END-IF
           END-IF

           PERFORM 3000-FINALIZAR
       .
      *****************************************************************
      * INICIALIZAR - CARREGA A LISTA DE VIGILANCIA E CONFERE OS
      * MOVIMENTOS DO CICLO
      *****************************************************************
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD

           PERFORM 1045-RESOLVER-PARAMETROS-ARQUIVO.

      * Sem lista de vigilancia nao ha o que alertar - o ciclo segue
           OPEN INPUT VIGILANCIA
           IF WK-STATUS-VIG EQUAL 35
               DISPLAY 'LISTA DE VIGILANCIA AUSENTE - NENHUM ALERTA '
                   'A GERAR'
           ELSE
               IF WK-STATUS-VIG NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DA LISTA DE VIGILANCIA '
                       WK-STATUS-VIG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WK-FIM-VIG
               PERFORM 1100-CARREGAR-VIGILANCIA
                   UNTIL WK-FIM-VIG EQUAL 'S'
               CLOSE VIGILANCIA
           END-IF

           IF WK-QTD-DEP > ZEROS
               OPEN INPUT MOVIMENTOS
               IF WK-STATUS-HTM NOT EQUAL 0
                   DISPLAY 'ERRO DE ABERTURA DOS MOVIMENTOS DO CICLO '
                       WK-STATUS-HTM
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
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
           DISPLAY 'BLVIGIA' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-VIGILANCIA
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLHISTMP' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-HISTMP
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLALEDIR' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-DIR-ALERTAS
           END-IF
           MOVE SPACES TO WK-ENV-VALOR
       .
       1045-RESOLVER-PARAMETROS-ARQUIVO-FIM.
           EXIT.
      *****************************************************************
      * CARREGAR UM ITEM DA LISTA DE VIGILANCIA - ITEM SEM
      * DEPARTAMENTO, COM TIPO FORA DE E/D OU DOCUMENTO NAO NUMERICO
      * E DESPREZADO COM AVISO
      *****************************************************************
       1100-CARREGAR-VIGILANCIA SECTION.
           READ VIGILANCIA
               AT END
                   MOVE 'S' TO WK-FIM-VIG
               NOT AT END
                   ADD 1 TO WK-TOT-VIG-LIDOS
                   IF VIG-DEPTO EQUAL SPACES
                       OR (VIG-TIPO NOT EQUAL 'E'
                           AND VIG-TIPO NOT EQUAL 'D')
                       OR VIG-DOC NOT NUMERIC
                       ADD 1 TO WK-TOT-VIG-INVAL
                       DISPLAY 'ITEM INVALIDO NA LISTA DE VIGILANCIA: '
                           ARQ-VIGILANCIA (1:23)
                   ELSE
                       PERFORM 1150-INCLUIR-VIGILANCIA
                   END-IF
           END-READ
       .
       1100-CARREGAR-VIGILANCIA-FIM.
           EXIT.
      *****************************************************************
      * INCLUIR O ITEM NA TABELA DE VIGILANCIA E O DEPARTAMENTO NA
      * TABELA DE DEPARTAMENTOS (QUANDO AINDA NAO ESTIVER LA)
      *****************************************************************
       1150-INCLUIR-VIGILANCIA SECTION.
           MOVE 'N' TO WK-DEP-ACHADO
           MOVE VIG-DEPTO TO WK-DEP-PROCURADO
           PERFORM 1160-PROCURAR-DEPARTAMENTO
               VARYING WK-DEP-IDX FROM 1 BY 1
               UNTIL WK-DEP-IDX > WK-QTD-DEP
               OR WK-DEP-ACHADO EQUAL 'S'

           IF WK-DEP-ACHADO EQUAL 'N'
               AND WK-QTD-DEP < WK-MAX-DEP
               ADD 1 TO WK-QTD-DEP
               MOVE VIG-DEPTO TO WK-DEP-COD (WK-QTD-DEP)
               MOVE ZEROS TO WK-DEP-QTD-ALE (WK-QTD-DEP)
               MOVE 'S' TO WK-DEP-ACHADO
           END-IF

           IF WK-DEP-ACHADO EQUAL 'N'
               ADD 1 TO WK-TOT-VIG-EXCESSO
               DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA - ITEM '
                   'DESPREZADO: ' ARQ-VIGILANCIA (1:23)
           ELSE
               IF WK-QTD-VIG NOT < WK-MAX-VIG
                   ADD 1 TO WK-TOT-VIG-EXCESSO
                   DISPLAY 'TABELA DE VIGILANCIA CHEIA - ITEM '
                       'DESPREZADO: ' ARQ-VIGILANCIA (1:23)
               ELSE
                   ADD 1 TO WK-QTD-VIG
                   MOVE VIG-DEPTO TO WK-VIG-DEPTO (WK-QTD-VIG)
                   MOVE VIG-TIPO  TO WK-VIG-TIPO (WK-QTD-VIG)
                   MOVE VIG-DOC   TO WK-VIG-DOC (WK-QTD-VIG)
               END-IF
           END-IF
       .
       1150-INCLUIR-VIGILANCIA-FIM.
           EXIT.
      *****************************************************************
      * PROCURAR O DEPARTAMENTO WK-DEP-PROCURADO NA TABELA
      *****************************************************************
       1160-PROCURAR-DEPARTAMENTO SECTION.
           IF WK-DEP-COD (WK-DEP-IDX) EQUAL WK-DEP-PROCURADO
               MOVE 'S' TO WK-DEP-ACHADO
           END-IF
       .
       1160-PROCURAR-DEPARTAMENTO-FIM.
           EXIT.
      *****************************************************************
      * LER OS MOVIMENTOS DO CICLO (ENTRADA DA CLASSIFICACAO) E
      * CONFRONTAR CADA UM COM A LISTA DE VIGILANCIA
      *****************************************************************
       2000-LER-MOVIMENTOS SECTION.
           MOVE 'N' TO WK-FIM-MOV
           PERFORM 2100-LER-MOVIMENTO
               UNTIL WK-FIM-MOV EQUAL 'S'
       .
       2000-LER-MOVIMENTOS-FIM.
           EXIT.
      *****************************************************************
      * LER UM MOVIMENTO E CONFRONTAR COM CADA ITEM DA LISTA
      *****************************************************************
       2100-LER-MOVIMENTO SECTION.
           READ MOVIMENTOS

           IF WK-STATUS-HTM EQUAL 10
               MOVE 'S' TO WK-FIM-MOV
           ELSE
               IF WK-STATUS-HTM NOT EQUAL 0
                   DISPLAY 'ERRO AO LER OS MOVIMENTOS DO CICLO '
                       WK-STATUS-HTM
                   MOVE 'S' TO WK-FIM-MOV
                   MOVE 'S' TO WK-ERRO-ALE
               ELSE
                   ADD 1 TO WK-TOT-MOV-LIDOS
                   PERFORM 2200-CONFRONTAR-VIGILANCIA
                       VARYING WK-VIG-IDX FROM 1 BY 1
                       UNTIL WK-VIG-IDX > WK-QTD-VIG
               END-IF
           END-IF
       .
       2100-LER-MOVIMENTO-FIM.
           EXIT.
      *****************************************************************
      * CONFRONTAR O MOVIMENTO CORRENTE COM UM ITEM DA LISTA - A
      * EMPRESA VIGIADA (E) ALERTA EM QUALQUER MOVIMENTO DELA, DE
      * EMPRESA OU DE INCLUSAO/EXCLUSAO DE SOCIO; O DOCUMENTO VIGIADO
      * (D) ALERTA QUANDO ENTRA OU SAI DO QUADRO DE QUALQUER EMPRESA
      *****************************************************************
       2200-CONFRONTAR-VIGILANCIA SECTION.
           MOVE SPACES TO WK-ROTULO-ALE

           IF WK-VIG-TIPO (WK-VIG-IDX) EQUAL 'E'
               AND WK-VIG-DOC (WK-VIG-IDX) EQUAL HST-CNPJ
               EVALUATE HST-TIPO-MOV
                   WHEN 'INC-EMP'
                       MOVE 'EMPRESA INCLUIDA        : '
                           TO WK-ROTULO-ALE
                   WHEN 'EXC-EMP'
                       MOVE 'EMPRESA EXCLUIDA        : '
                           TO WK-ROTULO-ALE
                   WHEN 'ALT-EMP'
                       MOVE 'EMPRESA ATIVO/SITUACAO  : '
                           TO WK-ROTULO-ALE
                   WHEN 'ALT-NOM'
                       MOVE 'EMPRESA TROCOU DE NOME  : '
                           TO WK-ROTULO-ALE
                   WHEN 'INC-SOC'
                       MOVE 'EMPRESA GANHOU SOCIO    : '
                           TO WK-ROTULO-ALE
                   WHEN 'EXC-SOC'
                       MOVE 'EMPRESA PERDEU SOCIO    : '
                           TO WK-ROTULO-ALE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WK-VIG-TIPO (WK-VIG-IDX) EQUAL 'D'
               AND WK-VIG-DOC (WK-VIG-IDX) EQUAL HST-DOC-SOCIO
               EVALUATE HST-TIPO-MOV
                   WHEN 'INC-SOC'
                       MOVE 'DOCUMENTO ENTROU NA EMPR: '
                           TO WK-ROTULO-ALE
                   WHEN 'EXC-SOC'
                       MOVE 'DOCUMENTO SAIU DA EMPR  : '
                           TO WK-ROTULO-ALE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WK-ROTULO-ALE NOT EQUAL SPACES
               PERFORM 2300-LIBERAR-ALERTA
           END-IF
       .
       2200-CONFRONTAR-VIGILANCIA-FIM.
           EXIT.
      *****************************************************************
      * MONTAR A LINHA DE ALERTA E ENTREGAR A CLASSIFICACAO
      *****************************************************************
       2300-LIBERAR-ALERTA SECTION.
           MOVE SPACES TO SAL-REG-ALERTA
           MOVE WK-VIG-DEPTO (WK-VIG-IDX) TO SAL-DEPTO
           MOVE WK-TOT-MOV-LIDOS TO SAL-SEQ

           IF HST-DOC-SOCIO EQUAL ZEROS
               STRING
                   WK-ROTULO-ALE        DELIMITED BY SIZE
                   HST-CNPJ             DELIMITED BY SIZE
                   ' - '                DELIMITED BY SIZE
                   HST-DETALHE          DELIMITED BY SIZE
                   INTO SAL-LINHA
               END-STRING
           ELSE
               STRING
                   WK-ROTULO-ALE        DELIMITED BY SIZE
                   HST-CNPJ             DELIMITED BY SIZE
                   '/'                  DELIMITED BY SIZE
                   HST-DOC-SOCIO        DELIMITED BY SIZE
                   ' - '                DELIMITED BY SIZE
                   HST-DETALHE (1:65)   DELIMITED BY SIZE
                   INTO SAL-LINHA
               END-STRING
           END-IF

           RELEASE SAL-REG-ALERTA
       .
       2300-LIBERAR-ALERTA-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR OS ALERTAS CLASSIFICADOS (SAIDA DA CLASSIFICACAO) -
      * UM ARQUIVO POR DEPARTAMENTO, TROCADO NA QUEBRA
      *****************************************************************
       4000-GRAVAR-ALERTAS SECTION.
           MOVE 'N' TO WK-FIM-SORT
           MOVE 'S' TO WK-SAL-PRIMEIRO

           PERFORM 4100-GRAVAR-ALERTA
               UNTIL WK-FIM-SORT EQUAL 'S'
       .
       4000-GRAVAR-ALERTAS-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR UM ALERTA DA CLASSIFICACAO, ABRINDO O ARQUIVO DO
      * DEPARTAMENTO NA QUEBRA
      *****************************************************************
       4100-GRAVAR-ALERTA SECTION.
           RETURN SORT-ALE
               AT END
                   MOVE 'S' TO WK-FIM-SORT
                   IF WK-SAL-PRIMEIRO NOT EQUAL 'S'
                       PERFORM 4300-FECHAR-ARQUIVO-DEPTO
                   END-IF
               NOT AT END
                   IF WK-SAL-PRIMEIRO EQUAL 'S'
                       OR SAL-DEPTO NOT EQUAL WK-SAL-DEPTO-ANT
                       IF WK-SAL-PRIMEIRO NOT EQUAL 'S'
                           PERFORM 4300-FECHAR-ARQUIVO-DEPTO
                       END-IF
                       MOVE 'N' TO WK-SAL-PRIMEIRO
                       MOVE SAL-DEPTO TO WK-SAL-DEPTO-ANT
                       PERFORM 4200-ABRIR-ARQUIVO-DEPTO
                   END-IF
                   IF WK-ALE-ABERTO EQUAL 'S'
                       MOVE SPACES TO FL-ALERTAS-ARQ
                       MOVE SAL-LINHA TO FL-ALERTAS-ARQ
                       WRITE FL-ALERTAS-ARQ AFTER ADVANCING 1 LINE
                       IF WK-STATUS-ALE NOT EQUAL 0
                           DISPLAY 'ERRO AO GRAVAR OS ALERTAS DO '
                               'DEPARTAMENTO ' SAL-DEPTO ' '
                               WK-STATUS-ALE
                           MOVE 'S' TO WK-ERRO-ALE
                       ELSE
                           ADD 1 TO WK-SAL-QTD-DEPTO
                           ADD 1 TO WK-TOT-ALERTAS
                       END-IF
                   END-IF
           END-RETURN
       .
       4100-GRAVAR-ALERTA-FIM.
           EXIT.
      *****************************************************************
      * ABRIR O ARQUIVO DE ALERTAS DO DEPARTAMENTO DA QUEBRA E
      * GRAVAR O CABECALHO
      *****************************************************************
       4200-ABRIR-ARQUIVO-DEPTO SECTION.
           MOVE ZEROS TO WK-SAL-QTD-DEPTO
           MOVE SPACES TO WK-PATH-ALERTAS
           STRING
               WK-DIR-ALERTAS    DELIMITED BY SPACE
               'BALANCEMW_ALE_'  DELIMITED BY SIZE
               WK-SAL-DEPTO-ANT  DELIMITED BY SPACE
               '.txt'            DELIMITED BY SIZE
               INTO WK-PATH-ALERTAS
           END-STRING

           OPEN OUTPUT ALERTAS
           IF WK-STATUS-ALE NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DOS ALERTAS DO DEPARTAMENTO '
                   WK-SAL-DEPTO-ANT ' ' WK-STATUS-ALE
               MOVE 'N' TO WK-ALE-ABERTO
               MOVE 'S' TO WK-ERRO-ALE
           ELSE
               MOVE 'S' TO WK-ALE-ABERTO
               ADD 1 TO WK-TOT-ARQ-ALERTAS
               PERFORM 4250-GRAVAR-CABECALHO-DEPTO
           END-IF
       .
       4200-ABRIR-ARQUIVO-DEPTO-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR O CABECALHO DO ARQUIVO DE ALERTAS DO DEPARTAMENTO
      *****************************************************************
       4250-GRAVAR-CABECALHO-DEPTO SECTION.
           MOVE WK-CABEC-L TO FL-ALERTAS-ARQ
           WRITE FL-ALERTAS-ARQ
           MOVE SPACES TO FL-ALERTAS-ARQ
           STRING
               'ALERTAS DA LISTA DE VIGILANCIA - DEPARTAMENTO '
                                 DELIMITED BY SIZE
               WK-SAL-DEPTO-ANT  DELIMITED BY SIZE
               ' - CICLO '       DELIMITED BY SIZE
               WK-DATA-SYS       DELIMITED BY SIZE
               INTO FL-ALERTAS-ARQ
           END-STRING
           WRITE FL-ALERTAS-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-ALERTAS-ARQ
           WRITE FL-ALERTAS-ARQ AFTER ADVANCING 1 LINE
       .
       4250-GRAVAR-CABECALHO-DEPTO-FIM.
           EXIT.
      *****************************************************************
      * FECHAR O ARQUIVO DO DEPARTAMENTO COM O TOTAL DE ALERTAS E
      * GUARDAR O TOTAL NA TABELA DE DEPARTAMENTOS
      *****************************************************************
       4300-FECHAR-ARQUIVO-DEPTO SECTION.
           IF WK-ALE-ABERTO EQUAL 'S'
               MOVE WK-CABEC-L TO FL-ALERTAS-ARQ
               WRITE FL-ALERTAS-ARQ AFTER ADVANCING 1 LINE
               MOVE SPACES TO FL-ALERTAS-ARQ
               STRING
                   'TOTAL DE ALERTAS DO DEPARTAMENTO: '
                                     DELIMITED BY SIZE
                   WK-SAL-QTD-DEPTO  DELIMITED BY SIZE
                   INTO FL-ALERTAS-ARQ
               END-STRING
               WRITE FL-ALERTAS-ARQ AFTER ADVANCING 1 LINE
               CLOSE ALERTAS
               MOVE 'N' TO WK-ALE-ABERTO
           END-IF

           MOVE 'N' TO WK-DEP-ACHADO
           MOVE WK-SAL-DEPTO-ANT TO WK-DEP-PROCURADO
           PERFORM 1160-PROCURAR-DEPARTAMENTO
               VARYING WK-DEP-IDX FROM 1 BY 1
               UNTIL WK-DEP-IDX > WK-QTD-DEP
               OR WK-DEP-ACHADO EQUAL 'S'
           IF WK-DEP-ACHADO EQUAL 'S'
               SUBTRACT 1 FROM WK-DEP-IDX
               MOVE WK-SAL-QTD-DEPTO TO WK-DEP-QTD-ALE (WK-DEP-IDX)
           END-IF
       .
       4300-FECHAR-ARQUIVO-DEPTO-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR O ARQUIVO DO DEPARTAMENTO SEM ALERTA NO CICLO - O
      * DEPARTAMENTO RECEBE O ARQUIVO DIZENDO QUE NADA MUDOU, PARA
      * NAO CONFUNDIR COM UMA RODADA QUE NAO ACONTECEU
      *****************************************************************
       4500-GRAVAR-DEPTO-SEM-ALERTA SECTION.
           IF WK-DEP-QTD-ALE (WK-DEP-IDX) EQUAL ZEROS
               MOVE WK-DEP-COD (WK-DEP-IDX) TO WK-SAL-DEPTO-ANT
               PERFORM 4200-ABRIR-ARQUIVO-DEPTO
               IF WK-ALE-ABERTO EQUAL 'S'
                   MOVE '  NENHUM ALERTA NO CICLO' TO FL-ALERTAS-ARQ
                   WRITE FL-ALERTAS-ARQ AFTER ADVANCING 1 LINE
                   MOVE WK-CABEC-L TO FL-ALERTAS-ARQ
                   WRITE FL-ALERTAS-ARQ AFTER ADVANCING 1 LINE
                   CLOSE ALERTAS
                   MOVE 'N' TO WK-ALE-ABERTO
               END-IF
           END-IF
       .
       4500-GRAVAR-DEPTO-SEM-ALERTA-FIM.
           EXIT.
      *****************************************************************
      * FINALIZAR - FECHA OS MOVIMENTOS, EXIBE OS TOTAIS E DEVOLVE
      * RETURN-CODE 4 QUANDO HOUVE ITEM DESPREZADO NA LISTA E 12 NUM
      * ERRO DE LEITURA/GRAVACAO
      *****************************************************************
       3000-FINALIZAR SECTION.
           IF WK-QTD-DEP > ZEROS
               CLOSE MOVIMENTOS
           END-IF

           DISPLAY 'ITENS LIDOS NA VIGILANCIA.....: ' WK-TOT-VIG-LIDOS
           DISPLAY 'ITENS INVALIDOS...............: ' WK-TOT-VIG-INVAL
           DISPLAY 'ITENS ALEM DA CAPACIDADE......: '
               WK-TOT-VIG-EXCESSO
           DISPLAY 'DEPARTAMENTOS.................: ' WK-QTD-DEP
           DISPLAY 'MOVIMENTOS DO CICLO...........: ' WK-TOT-MOV-LIDOS
           DISPLAY 'ALERTAS GERADOS...............: ' WK-TOT-ALERTAS
           DISPLAY 'ARQUIVOS DE ALERTA GRAVADOS...: '
               WK-TOT-ARQ-ALERTAS

           IF WK-ERRO-ALE EQUAL 'S'
               DISPLAY 'Alertas da vigilancia INCOMPLETOS por erro de '
                   'leitura/gravacao.'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WK-TOT-VIG-INVAL > ZEROS
                   OR WK-TOT-VIG-EXCESSO > ZEROS
                   DISPLAY 'Alertas gerados - lista de vigilancia com '
                       'itens desprezados.'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'Alertas da vigilancia gerados.'
               END-IF
           END-IF

           STOP RUN
       .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZMW23.
