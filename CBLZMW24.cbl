       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW24.
      *****************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 08/09/2026
      * Purpose: Consolidacao de grupos economicos sobre o mestre
      *          indexado. A rede societaria do CBLZMW06 olha um
      *          nivel so; o limite de credito e aprovado por grupo
      *          economico e precisa da cadeia inteira (empresa A
      *          com socio PJ B, que tem socio PJ C, que tem socio
      *          pessoa fisica). O programa percorre os vinculos de
      *          socio PJ ATIVO do mestre em quantos niveis houver e
      *          apura para cada empresa:
      *          - o grupo economico - empresas ligadas por vinculo
      *            PJ, direto ou por uma PJ de fora da base em comum;
      *            o ID do grupo e o menor CNPJ do grupo;
      *          - os controladores finais - pessoas fisicas e PJ de
      *            fora da base no topo das cadeias acima da empresa;
      *          - a profundidade - niveis da maior cadeia entre a
      *            empresa e um controlador final.
      *          Ciclos de participacao com mais de duas empresas
      *          sao listados (os de duas ja saem como participacao
      *          cruzada na rede societaria do CBLZMW06). Grava o
      *          arquivo de grupos indexado por CNPJ, exibido na
      *          consulta do CBLZMW09, e o relatorio de grupos com os
      *          totais de cada grupo
      * Updates:
      * 080926 - Marcelo - Create Program
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

      * Arquivo de grupos - um registro por empresa do mestre,
      * regravado inteiro a cada execucao
       SELECT GRUPOS ASSIGN TO DYNAMIC
           WK-PATH-GRUPOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRP-CNPJ
           FILE STATUS IS WK-STATUS-GRP.

       SELECT RELATORIO ASSIGN TO DYNAMIC
           WK-PATH-RELATORIO
           FILE STATUS IS WK-STATUS-REL.

      * Arquivo de trabalho da uniao dos grupos pela PJ de fora da
      * base em comum
       SELECT SORT-EXT ASSIGN TO 'SORTEXT'.

      * Arquivo de trabalho do relatorio, em ordem de grupo
       SELECT SORT-GRP ASSIGN TO 'SORTGRP'.

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

      * Grupo da empresa - ID do grupo (menor CNPJ do grupo),
      * quantidade de empresas do grupo, profundidade, quantidade de
      * controladores finais e o controlador do topo da maior cadeia,
      * marca de ciclo de participacao e data da apuracao
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

       FD RELATORIO RECORDING MODE IS F.
       01 FL-RELATORIO-ARQ PIC X(150).

      * Vinculo com PJ de fora da base - documento da PJ e empresa
      * da base que a tem como socia
       SD SORT-EXT.
       01 SEX-REG-EXTERNA.
           05 SEX-DOC           PIC 9(14).
           05 SEX-EMP           PIC 9(05).

      * Linha do relatorio de grupos - tipo 1 empresa do grupo,
      * tipo 2 controlador final de alguma empresa do grupo
       SD SORT-GRP.
       01 SGR-REG-GRUPO.
           05 SGR-GRUPO         PIC 9(14).
           05 SGR-TIPO          PIC X(01).
           05 SGR-DOC           PIC 9(14).
           05 SGR-TIPO-SOCIO    PIC X(02).
           05 SGR-NOME          PIC X(59).
           05 SGR-PROFUNDIDADE  PIC 9(03).
           05 SGR-QTD-CONTROL   PIC 9(04).
           05 SGR-CICLO         PIC X(01).
           05 SGR-QTD-EMPRESAS  PIC 9(05).

       WORKING-STORAGE SECTION.
      * Definicao das variaveis de apoio (STATUS e FIM)
       01 WK-STATUS-MST PIC 9(02) VALUE 0.
       01 WK-STATUS-GRP PIC 9(02) VALUE 0.
       01 WK-STATUS-REL PIC 9(02) VALUE 0.
       01 WK-FIM-MESTRE PIC X(01) VALUE 'N'.
       01 WK-FIM-SORT   PIC X(01) VALUE 'N'.
       01 WK-ERRO-GRP   PIC X(01) VALUE 'N'.
       01 WK-SGR-PRIMEIRO PIC X(01) VALUE 'S'.

      * Caminhos dos arquivos - valores default abaixo, substituidos
      * por BLMESTRE/BLGRUPO/BLGRPREL quando essas variaveis de
      * ambiente existirem
       01 WK-PATH-MESTRE    PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_MST.idx'.
       01 WK-PATH-GRUPOS    PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_GRP.idx'.
       01 WK-PATH-RELATORIO PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício06\BALANCEMW_GRP.txt'.
       01 WK-ENV-VALOR      PIC X(100) VALUE SPACES.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE 0.
           02 WK-MONTH-SYS PIC 9(02) VALUE 0.
           02 WK-DAY-SYS   PIC 9(02) VALUE 0.

      * Empresas do mestre em ordem de CNPJ - vinculos de socio ATIVO
      * da empresa (inicio e quantidade na tabela de vinculos), pai
      * na uniao dos grupos, estado e posicao na pilha do percurso,
      * profundidade, marca de ciclo e controladores finais
       01 WK-QTD-EMP        PIC 9(05) VALUE ZEROS.
       01 WK-MAX-EMP        PIC 9(05) VALUE 20000.
       01 WK-TAB-EMPRESAS.
           05 WK-EMP OCCURS 20000 TIMES.
               10 WK-EMP-CNPJ       PIC 9(14).
               10 WK-EMP-LIG-INI    PIC 9(06).
               10 WK-EMP-LIG-QTD    PIC 9(04).
               10 WK-EMP-PAI        PIC 9(05).
               10 WK-EMP-QTD-GRUPO  PIC 9(05).
               10 WK-EMP-ESTADO     PIC X(01).
               10 WK-EMP-POS-PILHA  PIC 9(05).
               10 WK-EMP-PROFUND    PIC 9(03).
               10 WK-EMP-CICLO      PIC X(01).
               10 WK-EMP-VISITA     PIC 9(05).
               10 WK-EMP-QTD-CTL    PIC 9(04).
               10 WK-EMP-CTL-LIG    PIC 9(06).

      * Vinculos de socio ATIVO - documento, tipo e sequencia do
      * socio, empresa dona do vinculo e, quando o socio e PJ da
      * propria base, a empresa correspondente (zero para pessoa
      * fisica e PJ de fora da base)
       01 WK-QTD-LIG        PIC 9(06) VALUE ZEROS.
       01 WK-MAX-LIG        PIC 9(06) VALUE 100000.
       01 WK-TAB-LIGACOES.
           05 WK-LIG OCCURS 100000 TIMES.
               10 WK-LIG-DOC        PIC 9(14).
               10 WK-LIG-TIPO       PIC X(02).
               10 WK-LIG-SEQ        PIC 9(04).
               10 WK-LIG-DONO       PIC 9(05).
               10 WK-LIG-EMP        PIC 9(05).

      * Pilha do percurso em profundidade - empresa e proximo
      * vinculo a examinar
       01 WK-QTD-PILHA      PIC 9(05) VALUE ZEROS.
       01 WK-TAB-PILHA.
           05 WK-PILHA OCCURS 20000 TIMES.
               10 WK-PILHA-EMP      PIC 9(05).
               10 WK-PILHA-LIG      PIC 9(06).

      * Controladores finais da empresa corrente, sem repeticao
       01 WK-QTD-CTL        PIC 9(04) VALUE ZEROS.
       01 WK-MAX-CTL        PIC 9(04) VALUE 2000.
       01 WK-TAB-CONTROLADORES.
           05 WK-CTL-DOC OCCURS 2000 TIMES PIC 9(14).
       01 WK-CTL-IDX        PIC 9(04) VALUE ZEROS.
       01 WK-CTL-ACHADO     PIC X(01) VALUE 'N'.
       01 WK-CTL-NIVEL-MAX  PIC 9(05) VALUE ZEROS.
       01 WK-CTL-LIG-TOPO   PIC 9(06) VALUE ZEROS.

      * Indices e auxiliares
       01 WK-EMP-IDX        PIC 9(05) VALUE ZEROS.
       01 WK-EMP-TOPO       PIC 9(05) VALUE ZEROS.
       01 WK-EMP-ACIMA      PIC 9(05) VALUE ZEROS.
       01 WK-EMP-ATUAL      PIC 9(05) VALUE ZEROS.
       01 WK-LIG-IDX        PIC 9(06) VALUE ZEROS.
       01 WK-LIG-FIM        PIC 9(06) VALUE ZEROS.
       01 WK-PILHA-IDX      PIC 9(05) VALUE ZEROS.
       01 WK-PROF-CAND      PIC 9(05) VALUE ZEROS.
       01 WK-RAIZ           PIC 9(05) VALUE ZEROS.
       01 WK-RAIZ-A         PIC 9(05) VALUE ZEROS.
       01 WK-RAIZ-B         PIC 9(05) VALUE ZEROS.
       01 WK-UNIR-A         PIC 9(05) VALUE ZEROS.
       01 WK-UNIR-B         PIC 9(05) VALUE ZEROS.
       01 WK-TAM-CICLO      PIC 9(05) VALUE ZEROS.

      * Pesquisa binaria do CNPJ do socio PJ na tabela de empresas
       01 WK-BUSCA-CNPJ     PIC 9(14) VALUE ZEROS.
       01 WK-BUSCA-INI      PIC 9(05) VALUE ZEROS.
       01 WK-BUSCA-FIM      PIC 9(05) VALUE ZEROS.
       01 WK-BUSCA-MEIO     PIC 9(05) VALUE ZEROS.
       01 WK-BUSCA-ACHOU    PIC 9(05) VALUE ZEROS.

      * Quebra da PJ de fora da base na uniao dos grupos
       01 WK-SEX-PRIMEIRO   PIC X(01) VALUE 'S'.
       01 WK-SEX-DOC-ANT    PIC 9(14) VALUE ZEROS.
       01 WK-SEX-EMP-ANT    PIC 9(05) VALUE ZEROS.

      * Quebra de grupo no relatorio
       01 WK-SGR-GRUPO-ANT  PIC 9(14) VALUE ZEROS.
       01 WK-SGR-DOC-ANT    PIC 9(14) VALUE ZEROS.
       01 WK-SGR-TIPO-ANT   PIC X(01) VALUE SPACES.
       01 WK-SGR-QTD-EMP    PIC 9(05) VALUE ZEROS.
       01 WK-SGR-QTD-CTL    PIC 9(05) VALUE ZEROS.

      * Contadores e totais
       01 WK-TOT-REG-MESTRE  PIC 9(07) VALUE ZEROS.
       01 WK-TOT-LIG-INTERNA PIC 9(07) VALUE ZEROS.
       01 WK-TOT-LIG-EXTERNA PIC 9(07) VALUE ZEROS.
       01 WK-TOT-GRUPOS      PIC 9(07) VALUE ZEROS.
       01 WK-TOT-GRUPOS-MULT PIC 9(07) VALUE ZEROS.
       01 WK-TOT-EMP-ISOLADA PIC 9(07) VALUE ZEROS.
       01 WK-TOT-CICLOS      PIC 9(07) VALUE ZEROS.
       01 WK-TOT-CICLOS-2    PIC 9(07) VALUE ZEROS.
       01 WK-TOT-EMP-CICLO   PIC 9(07) VALUE ZEROS.
       01 WK-TOT-SEM-CONTROL PIC 9(07) VALUE ZEROS.
       01 WK-TOT-GRAVADOS    PIC 9(07) VALUE ZEROS.
       01 WK-MAIOR-GRUPO     PIC 9(05) VALUE ZEROS.
       01 WK-MAIOR-GRUPO-ID  PIC 9(14) VALUE ZEROS.
       01 WK-MAIOR-PROFUND   PIC 9(03) VALUE ZEROS.

       01 WK-CABEC-L        PIC X(60) VALUE ALL '='.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR

           PERFORM 2000-CARREGAR-MESTRE

           IF WK-ERRO-GRP EQUAL 'N'
               PERFORM 2200-RESOLVER-LIGACOES
               PERFORM 2300-FORMAR-GRUPOS
           END-IF

           IF WK-ERRO-GRP EQUAL 'N'
               PERFORM 2500-APURAR-PROFUNDIDADE
               PERFORM 2700-APURAR-CONTROLADORES
           END-IF

           IF WK-ERRO-GRP EQUAL 'N'
               PERFORM 4000-GERAR-RELATORIO-GRUPOS
           END-IF

           PERFORM 3000-FINALIZAR
       .
      *****************************************************************
      * INICIALIZAR - ABRE O MESTRE, O ARQUIVO DE GRUPOS (REGRAVADO
      * INTEIRO) E O RELATORIO
      *****************************************************************
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD

           PERFORM 1045-RESOLVER-PARAMETROS-ARQUIVO.

           OPEN INPUT MESTRE
           IF WK-STATUS-MST NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO MESTRE INDEXADO '
                   WK-STATUS-MST
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT GRUPOS
           IF WK-STATUS-GRP NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE GRUPOS '
                   WK-STATUS-GRP
               CLOSE MESTRE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELATORIO
           IF WK-STATUS-REL NOT EQUAL 0
               DISPLAY 'ERRO DE ABERTURA DO RELATORIO DE GRUPOS '
                   WK-STATUS-REL
               CLOSE MESTRE
               CLOSE GRUPOS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'GRUPOS ECONOMICOS - CBLZMW24 - ' DELIMITED BY SIZE
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

           DISPLAY 'BLGRUPO' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-GRUPOS
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           DISPLAY 'BLGRPREL' UPON ENVIRONMENT-NAME
           ACCEPT WK-ENV-VALOR FROM ENVIRONMENT-VALUE
           IF WK-ENV-VALOR NOT EQUAL SPACES
               MOVE WK-ENV-VALOR TO WK-PATH-RELATORIO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR
       .
       1045-RESOLVER-PARAMETROS-ARQUIVO-FIM.
           EXIT.
      *****************************************************************
      * CARREGAR O MESTRE - UMA PASSADA EM ORDEM DE CHAVE MONTA A
      * TABELA DE EMPRESAS E A DE VINCULOS DE SOCIO ATIVO
      *****************************************************************
       2000-CARREGAR-MESTRE SECTION.
           MOVE LOW-VALUES TO MST-CHAVE
           MOVE 'N' TO WK-FIM-MESTRE
           START MESTRE KEY NOT < MST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-MESTRE
           END-START

           PERFORM 2100-CARREGAR-REGISTRO
               UNTIL WK-FIM-MESTRE EQUAL 'S'
               OR WK-ERRO-GRP EQUAL 'S'
       .
       2000-CARREGAR-MESTRE-FIM.
           EXIT.
      *****************************************************************
      * CARREGAR UM REGISTRO DO MESTRE - O 'E' ABRE A EMPRESA E OS
      * 'S' SEGUINTES SAO OS VINCULOS DELA; SOCIO INATIVO/REMOVIDO
      * NAO CONTROLA E FICA DE FORA
      *****************************************************************
       2100-CARREGAR-REGISTRO SECTION.
           READ MESTRE NEXT

           IF WK-STATUS-MST EQUAL 10
               MOVE 'S' TO WK-FIM-MESTRE
           ELSE
               IF WK-STATUS-MST NOT EQUAL 0
                   DISPLAY 'ERRO AO LER O MESTRE INDEXADO '
                       WK-STATUS-MST
                   MOVE 'S' TO WK-ERRO-GRP
               ELSE
                   ADD 1 TO WK-TOT-REG-MESTRE
                   IF MST-TIPO EQUAL 'E'
                       PERFORM 2110-INCLUIR-EMPRESA
                   ELSE
                       IF WK-QTD-EMP > ZEROS
                           AND MST-CNPJ EQUAL WK-EMP-CNPJ (WK-QTD-EMP)
                           AND MST-S-STATUS (1:5) EQUAL 'ATIVO'
                           PERFORM 2120-INCLUIR-LIGACAO
                       END-IF
                   END-IF
               END-IF
           END-IF
       .
       2100-CARREGAR-REGISTRO-FIM.
           EXIT.
      *****************************************************************
      * INCLUIR A EMPRESA DO REGISTRO 'E' NA TABELA
      *****************************************************************
       2110-INCLUIR-EMPRESA SECTION.
           IF WK-QTD-EMP NOT < WK-MAX-EMP
               DISPLAY 'TABELA DE EMPRESAS CHEIA (' WK-MAX-EMP
                   ') - AMPLIAR A CAPACIDADE DO CBLZMW24'
               MOVE 'S' TO WK-ERRO-GRP
           ELSE
               ADD 1 TO WK-QTD-EMP
               MOVE MST-CNPJ    TO WK-EMP-CNPJ (WK-QTD-EMP)
               COMPUTE WK-EMP-LIG-INI (WK-QTD-EMP) = WK-QTD-LIG + 1
               MOVE ZEROS       TO WK-EMP-LIG-QTD (WK-QTD-EMP)
               MOVE WK-QTD-EMP  TO WK-EMP-PAI (WK-QTD-EMP)
               MOVE ZEROS       TO WK-EMP-QTD-GRUPO (WK-QTD-EMP)
               MOVE '0'         TO WK-EMP-ESTADO (WK-QTD-EMP)
               MOVE ZEROS       TO WK-EMP-POS-PILHA (WK-QTD-EMP)
               MOVE ZEROS       TO WK-EMP-PROFUND (WK-QTD-EMP)
               MOVE 'N'         TO WK-EMP-CICLO (WK-QTD-EMP)
               MOVE ZEROS       TO WK-EMP-VISITA (WK-QTD-EMP)
               MOVE ZEROS       TO WK-EMP-QTD-CTL (WK-QTD-EMP)
               MOVE ZEROS       TO WK-EMP-CTL-LIG (WK-QTD-EMP)
           END-IF
       .
       2110-INCLUIR-EMPRESA-FIM.
           EXIT.
      *****************************************************************
      * INCLUIR O VINCULO DO REGISTRO 'S' ATIVO NA TABELA - SOCIO
      * COM O PROPRIO CNPJ DA EMPRESA E DESPREZADO
      *****************************************************************
       2120-INCLUIR-LIGACAO SECTION.
           IF MST-S-CNPJ-SOCIO NOT EQUAL MST-CNPJ
               IF WK-QTD-LIG NOT < WK-MAX-LIG
                   DISPLAY 'TABELA DE VINCULOS CHEIA (' WK-MAX-LIG
                       ') - AMPLIAR A CAPACIDADE DO CBLZMW24'
                   MOVE 'S' TO WK-ERRO-GRP
               ELSE
                   ADD 1 TO WK-QTD-LIG
                   MOVE MST-S-CNPJ-SOCIO TO WK-LIG-DOC (WK-QTD-LIG)
                   MOVE MST-S-TIPO-SOCIO TO WK-LIG-TIPO (WK-QTD-LIG)
                   MOVE MST-SEQ          TO WK-LIG-SEQ (WK-QTD-LIG)
                   MOVE WK-QTD-EMP       TO WK-LIG-DONO (WK-QTD-LIG)
                   MOVE ZEROS            TO WK-LIG-EMP (WK-QTD-LIG)
                   ADD 1 TO WK-EMP-LIG-QTD (WK-QTD-EMP)
               END-IF
           END-IF
       .
       2120-INCLUIR-LIGACAO-FIM.
           EXIT.
      *****************************************************************
      * RESOLVER OS VINCULOS PJ - O SOCIO PJ QUE TAMBEM E EMPRESA DO
      * MESTRE APONTA PARA ELA; OS DEMAIS (PESSOA FISICA E PJ DE
      * FORA DA BASE) SAO CONTROLADORES FINAIS
      *****************************************************************
       2200-RESOLVER-LIGACOES SECTION.
           PERFORM 2210-RESOLVER-LIGACAO
               VARYING WK-LIG-IDX FROM 1 BY 1
               UNTIL WK-LIG-IDX > WK-QTD-LIG
       .
       2200-RESOLVER-LIGACOES-FIM.
           EXIT.
      *****************************************************************
      * RESOLVER UM VINCULO PELA PESQUISA BINARIA DO CNPJ DO SOCIO
      *****************************************************************
       2210-RESOLVER-LIGACAO SECTION.
           IF WK-LIG-TIPO (WK-LIG-IDX) EQUAL 'PJ'
               MOVE WK-LIG-DOC (WK-LIG-IDX) TO WK-BUSCA-CNPJ
               PERFORM 2250-PESQUISAR-EMPRESA
               IF WK-BUSCA-ACHOU > ZEROS
                   MOVE WK-BUSCA-ACHOU TO WK-LIG-EMP (WK-LIG-IDX)
                   ADD 1 TO WK-TOT-LIG-INTERNA
               ELSE
                   ADD 1 TO WK-TOT-LIG-EXTERNA
               END-IF
           END-IF
       .
       2210-RESOLVER-LIGACAO-FIM.
           EXIT.
      *****************************************************************
      * PESQUISAR WK-BUSCA-CNPJ NA TABELA DE EMPRESAS (EM ORDEM DE
      * CNPJ) - DEVOLVE A POSICAO EM WK-BUSCA-ACHOU, ZERO SE NAO HA
      *****************************************************************
       2250-PESQUISAR-EMPRESA SECTION.
           MOVE ZEROS TO WK-BUSCA-ACHOU
           MOVE 1 TO WK-BUSCA-INI
           MOVE WK-QTD-EMP TO WK-BUSCA-FIM

           PERFORM 2260-DIVIDIR-FAIXA
               UNTIL WK-BUSCA-INI > WK-BUSCA-FIM
               OR WK-BUSCA-ACHOU > ZEROS
       .
       2250-PESQUISAR-EMPRESA-FIM.
           EXIT.
      *****************************************************************
      * UM PASSO DA PESQUISA BINARIA
      *****************************************************************
       2260-DIVIDIR-FAIXA SECTION.
           COMPUTE WK-BUSCA-MEIO = (WK-BUSCA-INI + WK-BUSCA-FIM) / 2

           EVALUATE TRUE
               WHEN WK-EMP-CNPJ (WK-BUSCA-MEIO) EQUAL WK-BUSCA-CNPJ
                   MOVE WK-BUSCA-MEIO TO WK-BUSCA-ACHOU
               WHEN WK-EMP-CNPJ (WK-BUSCA-MEIO) < WK-BUSCA-CNPJ
                   COMPUTE WK-BUSCA-INI = WK-BUSCA-MEIO + 1
               WHEN OTHER
                   IF WK-BUSCA-MEIO EQUAL 1
                       MOVE ZEROS TO WK-BUSCA-FIM
                   ELSE
                       COMPUTE WK-BUSCA-FIM = WK-BUSCA-MEIO - 1
                   END-IF
           END-EVALUATE
       .
       2260-DIVIDIR-FAIXA-FIM.
           EXIT.
      *****************************************************************
      * FORMAR OS GRUPOS - UNE A EMPRESA A CADA SOCIO PJ DA BASE E
      * AS EMPRESAS QUE TEM A MESMA PJ DE FORA DA BASE COMO SOCIA; A
      * RAIZ DE CADA GRUPO E A EMPRESA DE MENOR CNPJ. PESSOA FISICA
      * NAO UNE GRUPOS (O QUADRO TRAZ ADMINISTRADORES SEM
      * PARTICIPACAO, QUE JUNTARIAM GRUPOS SEM CONTROLE COMUM)
      *****************************************************************
       2300-FORMAR-GRUPOS SECTION.
           PERFORM 2310-UNIR-LIGACAO-INTERNA
               VARYING WK-LIG-IDX FROM 1 BY 1
               UNTIL WK-LIG-IDX > WK-QTD-LIG

           SORT SORT-EXT
               ON ASCENDING KEY SEX-DOC SEX-EMP
               INPUT PROCEDURE IS 2320-LIBERAR-PJ-EXTERNAS
               OUTPUT PROCEDURE IS 2340-UNIR-PJ-EXTERNAS

      * Quantidade de empresas por grupo, acumulada na raiz
           PERFORM 2360-CONTAR-EMPRESA-GRUPO
               VARYING WK-EMP-IDX FROM 1 BY 1
               UNTIL WK-EMP-IDX > WK-QTD-EMP
       .
       2300-FORMAR-GRUPOS-FIM.
           EXIT.
      *****************************************************************
      * UNIR A EMPRESA DONA DO VINCULO AO SOCIO PJ DA PROPRIA BASE
      *****************************************************************
       2310-UNIR-LIGACAO-INTERNA SECTION.
           IF WK-LIG-EMP (WK-LIG-IDX) > ZEROS
               MOVE WK-LIG-DONO (WK-LIG-IDX) TO WK-UNIR-A
               MOVE WK-LIG-EMP (WK-LIG-IDX)  TO WK-UNIR-B
               PERFORM 2400-UNIR-EMPRESAS
           END-IF
       .
       2310-UNIR-LIGACAO-INTERNA-FIM.
           EXIT.
      *****************************************************************
      * ENTREGAR A CLASSIFICACAO OS VINCULOS COM PJ DE FORA DA BASE
      *****************************************************************
       2320-LIBERAR-PJ-EXTERNAS SECTION.
           PERFORM 2330-LIBERAR-PJ-EXTERNA
               VARYING WK-LIG-IDX FROM 1 BY 1
               UNTIL WK-LIG-IDX > WK-QTD-LIG
       .
       2320-LIBERAR-PJ-EXTERNAS-FIM.
           EXIT.
      *****************************************************************
      * ENTREGAR UM VINCULO COM PJ DE FORA DA BASE
      *****************************************************************
       2330-LIBERAR-PJ-EXTERNA SECTION.
           IF WK-LIG-TIPO (WK-LIG-IDX) EQUAL 'PJ'
               AND WK-LIG-EMP (WK-LIG-IDX) EQUAL ZEROS
               MOVE WK-LIG-DOC (WK-LIG-IDX)  TO SEX-DOC
               MOVE WK-LIG-DONO (WK-LIG-IDX) TO SEX-EMP
               RELEASE SEX-REG-EXTERNA
           END-IF
       .
       2330-LIBERAR-PJ-EXTERNA-FIM.
           EXIT.
      *****************************************************************
      * UNIR AS EMPRESAS CONSECUTIVAS COM A MESMA PJ DE FORA
      *****************************************************************
       2340-UNIR-PJ-EXTERNAS SECTION.
           MOVE 'N' TO WK-FIM-SORT
           MOVE 'S' TO WK-SEX-PRIMEIRO
           PERFORM 2350-UNIR-PJ-EXTERNA
               UNTIL WK-FIM-SORT EQUAL 'S'
       .
       2340-UNIR-PJ-EXTERNAS-FIM.
           EXIT.
      *****************************************************************
      * UNIR UMA EMPRESA A ANTERIOR QUANDO A PJ DE FORA E A MESMA
      *****************************************************************
       2350-UNIR-PJ-EXTERNA SECTION.
           RETURN SORT-EXT
               AT END
                   MOVE 'S' TO WK-FIM-SORT
               NOT AT END
                   IF WK-SEX-PRIMEIRO EQUAL 'N'
                       AND SEX-DOC EQUAL WK-SEX-DOC-ANT
                       MOVE WK-SEX-EMP-ANT TO WK-UNIR-A
                       MOVE SEX-EMP        TO WK-UNIR-B
                       PERFORM 2400-UNIR-EMPRESAS
                   END-IF
                   MOVE 'N'     TO WK-SEX-PRIMEIRO
                   MOVE SEX-DOC TO WK-SEX-DOC-ANT
                   MOVE SEX-EMP TO WK-SEX-EMP-ANT
           END-RETURN
       .
       2350-UNIR-PJ-EXTERNA-FIM.
           EXIT.
      *****************************************************************
      * SOMAR A EMPRESA NO TOTAL DO GRUPO DELA
      *****************************************************************
       2360-CONTAR-EMPRESA-GRUPO SECTION.
           MOVE WK-EMP-IDX TO WK-RAIZ
           PERFORM 2410-LOCALIZAR-RAIZ
           ADD 1 TO WK-EMP-QTD-GRUPO (WK-RAIZ)
           IF WK-RAIZ EQUAL WK-EMP-IDX
               ADD 1 TO WK-TOT-GRUPOS
           END-IF
       .
       2360-CONTAR-EMPRESA-GRUPO-FIM.
           EXIT.
      *****************************************************************
      * UNIR OS GRUPOS DE WK-UNIR-A E WK-UNIR-B - A RAIZ DE MAIOR
      * POSICAO PASSA A APONTAR PARA A DE MENOR (MENOR CNPJ)
      *****************************************************************
       2400-UNIR-EMPRESAS SECTION.
           MOVE WK-UNIR-A TO WK-RAIZ
           PERFORM 2410-LOCALIZAR-RAIZ
           MOVE WK-RAIZ TO WK-RAIZ-A

           MOVE WK-UNIR-B TO WK-RAIZ
           PERFORM 2410-LOCALIZAR-RAIZ
           MOVE WK-RAIZ TO WK-RAIZ-B

           EVALUATE TRUE
               WHEN WK-RAIZ-A < WK-RAIZ-B
                   MOVE WK-RAIZ-A TO WK-EMP-PAI (WK-RAIZ-B)
               WHEN WK-RAIZ-B < WK-RAIZ-A
                   MOVE WK-RAIZ-B TO WK-EMP-PAI (WK-RAIZ-A)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
       2400-UNIR-EMPRESAS-FIM.
           EXIT.
      *****************************************************************
      * LOCALIZAR A RAIZ DO GRUPO DE WK-RAIZ, ENCURTANDO O CAMINHO
      *****************************************************************
       2410-LOCALIZAR-RAIZ SECTION.
           PERFORM 2420-SUBIR-UM-NIVEL
               UNTIL WK-EMP-PAI (WK-RAIZ) EQUAL WK-RAIZ
       .
       2410-LOCALIZAR-RAIZ-FIM.
           EXIT.
      *****************************************************************
      * SUBIR UM NIVEL NA ARVORE DO GRUPO, LIGANDO A EMPRESA AO AVO
      *****************************************************************
       2420-SUBIR-UM-NIVEL SECTION.
           MOVE WK-EMP-PAI (WK-EMP-PAI (WK-RAIZ))
               TO WK-EMP-PAI (WK-RAIZ)
           MOVE WK-EMP-PAI (WK-RAIZ) TO WK-RAIZ
       .
       2420-SUBIR-UM-NIVEL-FIM.
           EXIT.
      *****************************************************************
      * APURAR A PROFUNDIDADE - PERCURSO EM PROFUNDIDADE PELOS
      * VINCULOS PJ DA BASE; A PROFUNDIDADE DA EMPRESA E 1 + A MAIOR
      * PROFUNDIDADE DOS SOCIOS PJ DA BASE (1 QUANDO SO HA
      * CONTROLADOR FINAL, ZERO SEM SOCIO ATIVO). UM VINCULO QUE
      * VOLTA A UMA EMPRESA AINDA NA PILHA FECHA UM CICLO
      *****************************************************************
       2500-APURAR-PROFUNDIDADE SECTION.
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE 'CICLOS DE PARTICIPACAO COM MAIS DE DUAS EMPRESAS'
               TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           PERFORM 2510-PERCORRER-EMPRESA
               VARYING WK-EMP-IDX FROM 1 BY 1
               UNTIL WK-EMP-IDX > WK-QTD-EMP

           IF WK-TOT-CICLOS EQUAL ZEROS
               MOVE '  NENHUM CICLO DE PARTICIPACAO' TO
                   FL-RELATORIO-ARQ
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF
       .
       2500-APURAR-PROFUNDIDADE-FIM.
           EXIT.
      *****************************************************************
      * PERCORRER A PARTIR DE UMA EMPRESA AINDA NAO VISITADA
      *****************************************************************
       2510-PERCORRER-EMPRESA SECTION.
           IF WK-EMP-ESTADO (WK-EMP-IDX) EQUAL '0'
               MOVE ZEROS TO WK-QTD-PILHA
               MOVE WK-EMP-IDX TO WK-EMP-ACIMA
               PERFORM 2540-EMPILHAR-EMPRESA
               PERFORM 2520-AVANCAR-PERCURSO
                   UNTIL WK-QTD-PILHA EQUAL ZEROS
           END-IF
       .
       2510-PERCORRER-EMPRESA-FIM.
           EXIT.
      *****************************************************************
      * UM PASSO DO PERCURSO - EXAMINA O PROXIMO VINCULO DA EMPRESA
      * DO TOPO DA PILHA OU, SEM MAIS VINCULOS, ENCERRA A EMPRESA E
      * LEVA A PROFUNDIDADE DELA PARA A EMPRESA DE BAIXO
      *****************************************************************
       2520-AVANCAR-PERCURSO SECTION.
           MOVE WK-PILHA-EMP (WK-QTD-PILHA) TO WK-EMP-TOPO
           COMPUTE WK-LIG-FIM = WK-EMP-LIG-INI (WK-EMP-TOPO)
                              + WK-EMP-LIG-QTD (WK-EMP-TOPO)

           IF WK-PILHA-LIG (WK-QTD-PILHA) < WK-LIG-FIM
               MOVE WK-PILHA-LIG (WK-QTD-PILHA) TO WK-LIG-IDX
               ADD 1 TO WK-PILHA-LIG (WK-QTD-PILHA)
               PERFORM 2530-AVALIAR-LIGACAO
           ELSE
               MOVE '2' TO WK-EMP-ESTADO (WK-EMP-TOPO)
               SUBTRACT 1 FROM WK-QTD-PILHA
               IF WK-QTD-PILHA > ZEROS
                   MOVE WK-PILHA-EMP (WK-QTD-PILHA) TO WK-EMP-ATUAL
                   COMPUTE WK-PROF-CAND =
                       WK-EMP-PROFUND (WK-EMP-TOPO) + 1
                   IF WK-PROF-CAND > WK-EMP-PROFUND (WK-EMP-ATUAL)
                       MOVE WK-PROF-CAND TO
                           WK-EMP-PROFUND (WK-EMP-ATUAL)
                   END-IF
               END-IF
           END-IF
       .
       2520-AVANCAR-PERCURSO-FIM.
           EXIT.
      *****************************************************************
      * AVALIAR O VINCULO WK-LIG-IDX DA EMPRESA DO TOPO
      *****************************************************************
       2530-AVALIAR-LIGACAO SECTION.
           MOVE WK-LIG-EMP (WK-LIG-IDX) TO WK-EMP-ACIMA

           IF WK-EMP-ACIMA EQUAL ZEROS
               IF WK-EMP-PROFUND (WK-EMP-TOPO) < 1
                   MOVE 1 TO WK-EMP-PROFUND (WK-EMP-TOPO)
               END-IF
           ELSE
               EVALUATE WK-EMP-ESTADO (WK-EMP-ACIMA)
                   WHEN '0'
                       PERFORM 2540-EMPILHAR-EMPRESA
                   WHEN '1'
                       PERFORM 2550-REGISTRAR-CICLO
                   WHEN OTHER
                       COMPUTE WK-PROF-CAND =
                           WK-EMP-PROFUND (WK-EMP-ACIMA) + 1
                       IF WK-PROF-CAND > WK-EMP-PROFUND (WK-EMP-TOPO)
                           MOVE WK-PROF-CAND TO
                               WK-EMP-PROFUND (WK-EMP-TOPO)
                       END-IF
               END-EVALUATE
           END-IF
       .
       2530-AVALIAR-LIGACAO-FIM.
           EXIT.
      *****************************************************************
      * EMPILHAR A EMPRESA WK-EMP-ACIMA
      *****************************************************************
       2540-EMPILHAR-EMPRESA SECTION.
           ADD 1 TO WK-QTD-PILHA
           MOVE WK-EMP-ACIMA TO WK-PILHA-EMP (WK-QTD-PILHA)
           MOVE WK-EMP-LIG-INI (WK-EMP-ACIMA)
               TO WK-PILHA-LIG (WK-QTD-PILHA)
           MOVE '1' TO WK-EMP-ESTADO (WK-EMP-ACIMA)
           MOVE WK-QTD-PILHA TO WK-EMP-POS-PILHA (WK-EMP-ACIMA)
       .
       2540-EMPILHAR-EMPRESA-FIM.
           EXIT.
      *****************************************************************
      * REGISTRAR O CICLO FECHADO PELO VINCULO CORRENTE - AS EMPRESAS
      * DA PILHA ENTRE WK-EMP-ACIMA E O TOPO FORMAM O CICLO; O DE
      * DUAS EMPRESAS SO E CONTADO, O MAIOR E LISTADO
      *****************************************************************
       2550-REGISTRAR-CICLO SECTION.
           COMPUTE WK-TAM-CICLO = WK-QTD-PILHA
                                - WK-EMP-POS-PILHA (WK-EMP-ACIMA) + 1

           PERFORM 2560-MARCAR-EMPRESA-CICLO
               VARYING WK-PILHA-IDX FROM WK-EMP-POS-PILHA (WK-EMP-ACIMA)
               BY 1 UNTIL WK-PILHA-IDX > WK-QTD-PILHA

           IF WK-TAM-CICLO < 3
               ADD 1 TO WK-TOT-CICLOS-2
           ELSE
               ADD 1 TO WK-TOT-CICLOS
               MOVE SPACES TO FL-RELATORIO-ARQ
               STRING
                   'CICLO '         DELIMITED BY SIZE
                   WK-TOT-CICLOS    DELIMITED BY SIZE
                   ' - '            DELIMITED BY SIZE
                   WK-TAM-CICLO     DELIMITED BY SIZE
                   ' EMPRESAS (CADA UMA E SOCIA DA SEGUINTE, A '
                                    DELIMITED BY SIZE
                   'ULTIMA DA PRIMEIRA)' DELIMITED BY SIZE
                   INTO FL-RELATORIO-ARQ
               END-STRING
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

               PERFORM 2570-LISTAR-EMPRESA-CICLO
                   VARYING WK-PILHA-IDX FROM WK-QTD-PILHA BY -1
                   UNTIL WK-PILHA-IDX <
                       WK-EMP-POS-PILHA (WK-EMP-ACIMA)
           END-IF
       .
       2550-REGISTRAR-CICLO-FIM.
           EXIT.
      *****************************************************************
      * MARCAR UMA EMPRESA DA PILHA COMO PARTICIPANTE DE CICLO
      *****************************************************************
       2560-MARCAR-EMPRESA-CICLO SECTION.
           MOVE WK-PILHA-EMP (WK-PILHA-IDX) TO WK-EMP-ATUAL
           IF WK-EMP-CICLO (WK-EMP-ATUAL) EQUAL 'N'
               MOVE 'S' TO WK-EMP-CICLO (WK-EMP-ATUAL)
               ADD 1 TO WK-TOT-EMP-CICLO
           END-IF
       .
       2560-MARCAR-EMPRESA-CICLO-FIM.
           EXIT.
      *****************************************************************
      * LISTAR UMA EMPRESA DO CICLO NO RELATORIO
      *****************************************************************
       2570-LISTAR-EMPRESA-CICLO SECTION.
           MOVE WK-PILHA-EMP (WK-PILHA-IDX) TO WK-EMP-ATUAL
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               '    '                       DELIMITED BY SIZE
               WK-EMP-CNPJ (WK-EMP-ATUAL)   DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       2570-LISTAR-EMPRESA-CICLO-FIM.
           EXIT.
      *****************************************************************
      * APURAR OS CONTROLADORES FINAIS DE CADA EMPRESA E GRAVAR O
      * ARQUIVO DE GRUPOS
      *****************************************************************
       2700-APURAR-CONTROLADORES SECTION.
           PERFORM 2710-APURAR-EMPRESA
               VARYING WK-EMP-IDX FROM 1 BY 1
               UNTIL WK-EMP-IDX > WK-QTD-EMP
               OR WK-ERRO-GRP EQUAL 'S'
       .
       2700-APURAR-CONTROLADORES-FIM.
           EXIT.
      *****************************************************************
      * APURAR UMA EMPRESA - SOBE PELOS VINCULOS PJ DA BASE (CADA
      * EMPRESA UMA VEZ SO, O QUE TAMBEM CORTA OS CICLOS) JUNTANDO
      * OS CONTROLADORES FINAIS SEM REPETICAO; O DO NIVEL MAIS ALTO
      * VAI PARA O ARQUIVO DE GRUPOS
      *****************************************************************
       2710-APURAR-EMPRESA SECTION.
           MOVE ZEROS TO WK-QTD-CTL
           MOVE ZEROS TO WK-CTL-NIVEL-MAX
           MOVE ZEROS TO WK-CTL-LIG-TOPO
           MOVE ZEROS TO WK-QTD-PILHA

           MOVE WK-EMP-IDX TO WK-EMP-ACIMA
           PERFORM 2750-EMPILHAR-VISITA
           PERFORM 2720-AVANCAR-VISITA
               UNTIL WK-QTD-PILHA EQUAL ZEROS

           MOVE WK-QTD-CTL TO WK-EMP-QTD-CTL (WK-EMP-IDX)
           MOVE WK-CTL-LIG-TOPO TO WK-EMP-CTL-LIG (WK-EMP-IDX)
           IF WK-QTD-CTL EQUAL ZEROS
               ADD 1 TO WK-TOT-SEM-CONTROL
           END-IF
           IF WK-EMP-PROFUND (WK-EMP-IDX) > WK-MAIOR-PROFUND
               MOVE WK-EMP-PROFUND (WK-EMP-IDX) TO WK-MAIOR-PROFUND
           END-IF

           PERFORM 2800-GRAVAR-GRUPO
       .
       2710-APURAR-EMPRESA-FIM.
           EXIT.
      *****************************************************************
      * UM PASSO DA SUBIDA - PROXIMO VINCULO DA EMPRESA DO TOPO
      *****************************************************************
       2720-AVANCAR-VISITA SECTION.
           MOVE WK-PILHA-EMP (WK-QTD-PILHA) TO WK-EMP-TOPO
           COMPUTE WK-LIG-FIM = WK-EMP-LIG-INI (WK-EMP-TOPO)
                              + WK-EMP-LIG-QTD (WK-EMP-TOPO)

           IF WK-PILHA-LIG (WK-QTD-PILHA) < WK-LIG-FIM
               MOVE WK-PILHA-LIG (WK-QTD-PILHA) TO WK-LIG-IDX
               ADD 1 TO WK-PILHA-LIG (WK-QTD-PILHA)
               MOVE WK-LIG-EMP (WK-LIG-IDX) TO WK-EMP-ACIMA
               IF WK-EMP-ACIMA EQUAL ZEROS
                   PERFORM 2730-REGISTRAR-CONTROLADOR
               ELSE
                   IF WK-EMP-VISITA (WK-EMP-ACIMA) NOT EQUAL
                       WK-EMP-IDX
                       PERFORM 2750-EMPILHAR-VISITA
                   END-IF
               END-IF
           ELSE
               SUBTRACT 1 FROM WK-QTD-PILHA
           END-IF
       .
       2720-AVANCAR-VISITA-FIM.
           EXIT.
      *****************************************************************
      * REGISTRAR O CONTROLADOR FINAL DO VINCULO CORRENTE - O NIVEL
      * DA PILHA E O TAMANHO DA CADEIA ATE ELE
      *****************************************************************
       2730-REGISTRAR-CONTROLADOR SECTION.
           MOVE 'N' TO WK-CTL-ACHADO
           PERFORM 2740-PROCURAR-CONTROLADOR
               VARYING WK-CTL-IDX FROM 1 BY 1
               UNTIL WK-CTL-IDX > WK-QTD-CTL
               OR WK-CTL-ACHADO EQUAL 'S'

           IF WK-CTL-ACHADO EQUAL 'N'
               IF WK-QTD-CTL < WK-MAX-CTL
                   ADD 1 TO WK-QTD-CTL
                   MOVE WK-LIG-DOC (WK-LIG-IDX)
                       TO WK-CTL-DOC (WK-QTD-CTL)
               END-IF
           END-IF

           IF WK-QTD-PILHA > WK-CTL-NIVEL-MAX
               MOVE WK-QTD-PILHA TO WK-CTL-NIVEL-MAX
               MOVE WK-LIG-IDX TO WK-CTL-LIG-TOPO
           END-IF
       .
       2730-REGISTRAR-CONTROLADOR-FIM.
           EXIT.
      *****************************************************************
      * PROCURAR O DOCUMENTO DO VINCULO ENTRE OS JA REGISTRADOS
      *****************************************************************
       2740-PROCURAR-CONTROLADOR SECTION.
           IF WK-CTL-DOC (WK-CTL-IDX) EQUAL WK-LIG-DOC (WK-LIG-IDX)
               MOVE 'S' TO WK-CTL-ACHADO
           END-IF
       .
       2740-PROCURAR-CONTROLADOR-FIM.
           EXIT.
      *****************************************************************
      * EMPILHAR A EMPRESA WK-EMP-ACIMA NA SUBIDA, MARCANDO A VISITA
      * COM A EMPRESA APURADA
      *****************************************************************
       2750-EMPILHAR-VISITA SECTION.
           ADD 1 TO WK-QTD-PILHA
           MOVE WK-EMP-ACIMA TO WK-PILHA-EMP (WK-QTD-PILHA)
           MOVE WK-EMP-LIG-INI (WK-EMP-ACIMA)
               TO WK-PILHA-LIG (WK-QTD-PILHA)
           MOVE WK-EMP-IDX TO WK-EMP-VISITA (WK-EMP-ACIMA)
       .
       2750-EMPILHAR-VISITA-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR O REGISTRO DA EMPRESA NO ARQUIVO DE GRUPOS - O NOME
      * DO CONTROLADOR DO TOPO VEM DO REGISTRO 'S' DO VINCULO
      *****************************************************************
       2800-GRAVAR-GRUPO SECTION.
           MOVE WK-EMP-IDX TO WK-RAIZ
           PERFORM 2410-LOCALIZAR-RAIZ

           MOVE SPACES TO FL-GRUPOS-ARQ
           MOVE WK-EMP-CNPJ (WK-EMP-IDX)      TO GRP-CNPJ
           MOVE WK-EMP-CNPJ (WK-RAIZ)         TO GRP-ID
           MOVE WK-EMP-QTD-GRUPO (WK-RAIZ)    TO GRP-QTD-EMPRESAS
           MOVE WK-EMP-PROFUND (WK-EMP-IDX)   TO GRP-PROFUNDIDADE
           MOVE WK-EMP-QTD-CTL (WK-EMP-IDX)   TO GRP-QTD-CONTROL
           MOVE WK-EMP-CICLO (WK-EMP-IDX)     TO GRP-CICLO
           MOVE WK-DATA-SYS                   TO GRP-DATA
           MOVE ZEROS                         TO GRP-CONTROL-DOC

           IF WK-CTL-LIG-TOPO > ZEROS
               MOVE WK-LIG-DOC (WK-CTL-LIG-TOPO)  TO GRP-CONTROL-DOC
               MOVE WK-LIG-TIPO (WK-CTL-LIG-TOPO) TO GRP-CONTROL-TIPO
               MOVE WK-LIG-DONO (WK-CTL-LIG-TOPO) TO WK-EMP-ATUAL
               MOVE WK-EMP-CNPJ (WK-EMP-ATUAL)    TO MST-CNPJ
               MOVE 'S'                           TO MST-TIPO
               MOVE WK-LIG-SEQ (WK-CTL-LIG-TOPO)  TO MST-SEQ
               READ MESTRE
                   INVALID KEY
                       MOVE SPACES TO GRP-CONTROL-NOME
                   NOT INVALID KEY
                       MOVE MST-S-NOME TO GRP-CONTROL-NOME
               END-READ
           END-IF

           WRITE FL-GRUPOS-ARQ
           IF WK-STATUS-GRP NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE GRUPOS NO CNPJ '
                   GRP-CNPJ ' - ' WK-STATUS-GRP
               MOVE 'S' TO WK-ERRO-GRP
           ELSE
               ADD 1 TO WK-TOT-GRAVADOS
           END-IF
       .
       2800-GRAVAR-GRUPO-FIM.
           EXIT.
      *****************************************************************
      * GERAR O RELATORIO DE GRUPOS - SO OS GRUPOS COM MAIS DE UMA
      * EMPRESA SAO DETALHADOS; A EMPRESA ISOLADA ENTRA NOS TOTAIS
      * E NO ARQUIVO DE GRUPOS
      *****************************************************************
       4000-GERAR-RELATORIO-GRUPOS SECTION.
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE 'GRUPOS ECONOMICOS COM MAIS DE UMA EMPRESA' TO
               FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           SORT SORT-GRP
               ON ASCENDING KEY SGR-GRUPO SGR-TIPO SGR-DOC
               INPUT PROCEDURE IS 4100-LIBERAR-GRUPOS
               OUTPUT PROCEDURE IS 4300-LISTAR-GRUPOS

           PERFORM 4900-GRAVAR-TOTAIS
       .
       4000-GERAR-RELATORIO-GRUPOS-FIM.
           EXIT.
      *****************************************************************
      * ENTREGAR A CLASSIFICACAO AS EMPRESAS E OS CONTROLADORES
      * FINAIS DOS GRUPOS COM MAIS DE UMA EMPRESA - NOVA PASSADA NO
      * MESTRE, NA MESMA ORDEM DA CARGA DAS TABELAS
      *****************************************************************
       4100-LIBERAR-GRUPOS SECTION.
           MOVE ZEROS TO WK-EMP-IDX
           MOVE ZEROS TO WK-LIG-IDX
           MOVE LOW-VALUES TO MST-CHAVE
           MOVE 'N' TO WK-FIM-MESTRE
           START MESTRE KEY NOT < MST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WK-FIM-MESTRE
           END-START

           PERFORM 4110-LIBERAR-REGISTRO
               UNTIL WK-FIM-MESTRE EQUAL 'S'
       .
       4100-LIBERAR-GRUPOS-FIM.
           EXIT.
      *****************************************************************
      * ENTREGAR O REGISTRO DO MESTRE - O 'E' VIRA LINHA DE EMPRESA
      * E O 'S' DE CONTROLADOR FINAL VIRA LINHA DE CONTROLADOR
      *****************************************************************
       4110-LIBERAR-REGISTRO SECTION.
           READ MESTRE NEXT

           IF WK-STATUS-MST NOT EQUAL 0
               MOVE 'S' TO WK-FIM-MESTRE
               IF WK-STATUS-MST NOT EQUAL 10
                   DISPLAY 'ERRO AO RELER O MESTRE INDEXADO '
                       WK-STATUS-MST
                   MOVE 'S' TO WK-ERRO-GRP
               END-IF
           ELSE
               IF MST-TIPO EQUAL 'E'
                   ADD 1 TO WK-EMP-IDX
                   MOVE WK-EMP-IDX TO WK-RAIZ
                   PERFORM 2410-LOCALIZAR-RAIZ
                   IF WK-EMP-QTD-GRUPO (WK-RAIZ) > 1
                       MOVE SPACES TO SGR-REG-GRUPO
                       MOVE WK-EMP-CNPJ (WK-RAIZ)   TO SGR-GRUPO
                       MOVE '1'                     TO SGR-TIPO
                       MOVE MST-CNPJ                TO SGR-DOC
                       MOVE MST-E-NOME              TO SGR-NOME
                       MOVE WK-EMP-PROFUND (WK-EMP-IDX)
                           TO SGR-PROFUNDIDADE
                       MOVE WK-EMP-QTD-CTL (WK-EMP-IDX)
                           TO SGR-QTD-CONTROL
                       MOVE WK-EMP-CICLO (WK-EMP-IDX) TO SGR-CICLO
                       MOVE WK-EMP-QTD-GRUPO (WK-RAIZ)
                           TO SGR-QTD-EMPRESAS
                       RELEASE SGR-REG-GRUPO
                   END-IF
               ELSE
                   IF WK-EMP-IDX > ZEROS
                       AND MST-CNPJ EQUAL WK-EMP-CNPJ (WK-EMP-IDX)
                       AND MST-S-STATUS (1:5) EQUAL 'ATIVO'
                       AND MST-S-CNPJ-SOCIO NOT EQUAL MST-CNPJ
                       ADD 1 TO WK-LIG-IDX
                       PERFORM 4120-LIBERAR-CONTROLADOR
                   END-IF
               END-IF
           END-IF
       .
       4110-LIBERAR-REGISTRO-FIM.
           EXIT.
      *****************************************************************
      * ENTREGAR O SOCIO DO VINCULO CORRENTE QUANDO E CONTROLADOR
      * FINAL DE EMPRESA DE GRUPO COM MAIS DE UMA EMPRESA
      *****************************************************************
       4120-LIBERAR-CONTROLADOR SECTION.
           IF WK-LIG-EMP (WK-LIG-IDX) EQUAL ZEROS
               MOVE WK-EMP-IDX TO WK-RAIZ
               PERFORM 2410-LOCALIZAR-RAIZ
               IF WK-EMP-QTD-GRUPO (WK-RAIZ) > 1
                   MOVE SPACES TO SGR-REG-GRUPO
                   MOVE WK-EMP-CNPJ (WK-RAIZ)  TO SGR-GRUPO
                   MOVE '2'                    TO SGR-TIPO
                   MOVE MST-S-CNPJ-SOCIO       TO SGR-DOC
                   MOVE MST-S-TIPO-SOCIO       TO SGR-TIPO-SOCIO
                   MOVE MST-S-NOME             TO SGR-NOME
                   MOVE ZEROS TO SGR-PROFUNDIDADE
                   MOVE ZEROS TO SGR-QTD-CONTROL
                   MOVE ZEROS TO SGR-QTD-EMPRESAS
                   RELEASE SGR-REG-GRUPO
               END-IF
           END-IF
       .
       4120-LIBERAR-CONTROLADOR-FIM.
           EXIT.
      *****************************************************************
      * LISTAR OS GRUPOS CLASSIFICADOS (SAIDA DA CLASSIFICACAO)
      *****************************************************************
       4300-LISTAR-GRUPOS SECTION.
           MOVE 'N' TO WK-FIM-SORT
           MOVE 'S' TO WK-SGR-PRIMEIRO

           PERFORM 4310-LISTAR-LINHA-GRUPO
               UNTIL WK-FIM-SORT EQUAL 'S'

           IF WK-SGR-PRIMEIRO EQUAL 'S'
               MOVE '  NENHUM GRUPO COM MAIS DE UMA EMPRESA' TO
                   FL-RELATORIO-ARQ
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           END-IF
       .
       4300-LISTAR-GRUPOS-FIM.
           EXIT.
      *****************************************************************
      * LISTAR UMA LINHA DA CLASSIFICACAO, ABRINDO O GRUPO NA QUEBRA
      *****************************************************************
       4310-LISTAR-LINHA-GRUPO SECTION.
           RETURN SORT-GRP
               AT END
                   MOVE 'S' TO WK-FIM-SORT
                   IF WK-SGR-PRIMEIRO NOT EQUAL 'S'
                       PERFORM 4340-FECHAR-GRUPO
                   END-IF
               NOT AT END
                   IF WK-SGR-PRIMEIRO EQUAL 'S'
                       OR SGR-GRUPO NOT EQUAL WK-SGR-GRUPO-ANT
                       IF WK-SGR-PRIMEIRO NOT EQUAL 'S'
                           PERFORM 4340-FECHAR-GRUPO
                       END-IF
                       MOVE 'N' TO WK-SGR-PRIMEIRO
                       PERFORM 4320-ABRIR-GRUPO
                   END-IF
                   IF SGR-TIPO EQUAL '1'
                       PERFORM 4330-LISTAR-EMPRESA-GRUPO
                   ELSE
                       IF SGR-TIPO NOT EQUAL WK-SGR-TIPO-ANT
                           OR SGR-DOC NOT EQUAL WK-SGR-DOC-ANT
                           PERFORM 4335-LISTAR-CONTROLADOR-GRUPO
                       END-IF
                   END-IF
                   MOVE SGR-TIPO TO WK-SGR-TIPO-ANT
                   MOVE SGR-DOC  TO WK-SGR-DOC-ANT
           END-RETURN
       .
       4310-LISTAR-LINHA-GRUPO-FIM.
           EXIT.
      *****************************************************************
      * ABRIR UM GRUPO NO RELATORIO
      *****************************************************************
       4320-ABRIR-GRUPO SECTION.
           MOVE SGR-GRUPO TO WK-SGR-GRUPO-ANT
           MOVE SPACES TO WK-SGR-TIPO-ANT
           MOVE ZEROS TO WK-SGR-DOC-ANT
           MOVE ZEROS TO WK-SGR-QTD-EMP
           MOVE ZEROS TO WK-SGR-QTD-CTL
           ADD 1 TO WK-TOT-GRUPOS-MULT

           IF SGR-QTD-EMPRESAS > WK-MAIOR-GRUPO
               MOVE SGR-QTD-EMPRESAS TO WK-MAIOR-GRUPO
               MOVE SGR-GRUPO TO WK-MAIOR-GRUPO-ID
           END-IF

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'GRUPO '              DELIMITED BY SIZE
               SGR-GRUPO             DELIMITED BY SIZE
               ' - '                 DELIMITED BY SIZE
               SGR-QTD-EMPRESAS      DELIMITED BY SIZE
               ' EMPRESAS'           DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE '  EMPRESA        PROF CTRL C NOME' TO
               FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       4320-ABRIR-GRUPO-FIM.
           EXIT.
      *****************************************************************
      * LISTAR UMA EMPRESA DO GRUPO - PROFUNDIDADE, QUANTIDADE DE
      * CONTROLADORES FINAIS E MARCA DE CICLO
      *****************************************************************
       4330-LISTAR-EMPRESA-GRUPO SECTION.
           ADD 1 TO WK-SGR-QTD-EMP
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               '  '                  DELIMITED BY SIZE
               SGR-DOC               DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               SGR-PROFUNDIDADE      DELIMITED BY SIZE
               '  '                  DELIMITED BY SIZE
               SGR-QTD-CONTROL       DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               SGR-CICLO             DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               SGR-NOME              DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       4330-LISTAR-EMPRESA-GRUPO-FIM.
           EXIT.
      *****************************************************************
      * LISTAR UM CONTROLADOR FINAL DO GRUPO (UMA VEZ POR DOCUMENTO)
      *****************************************************************
       4335-LISTAR-CONTROLADOR-GRUPO SECTION.
           ADD 1 TO WK-SGR-QTD-CTL
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               '  CONTROLADOR '      DELIMITED BY SIZE
               SGR-DOC               DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               SGR-TIPO-SOCIO        DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               SGR-NOME (1:36)       DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       4335-LISTAR-CONTROLADOR-GRUPO-FIM.
           EXIT.
      *****************************************************************
      * FECHAR O GRUPO COM OS TOTAIS DELE
      *****************************************************************
       4340-FECHAR-GRUPO SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               '  TOTAL DO GRUPO - EMPRESAS: ' DELIMITED BY SIZE
               WK-SGR-QTD-EMP                  DELIMITED BY SIZE
               ' CONTROLADORES FINAIS: '       DELIMITED BY SIZE
               WK-SGR-QTD-CTL                  DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE SPACES TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       4340-FECHAR-GRUPO-FIM.
           EXIT.
      *****************************************************************
      * GRAVAR OS TOTAIS GERAIS NO FIM DO RELATORIO
      *****************************************************************
       4900-GRAVAR-TOTAIS SECTION.
           COMPUTE WK-TOT-EMP-ISOLADA = WK-TOT-GRUPOS
                                      - WK-TOT-GRUPOS-MULT

           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE 'TOTAIS' TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'EMPRESAS NO MESTRE..........: ' DELIMITED BY SIZE
               WK-QTD-EMP                       DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'VINCULOS PJ DA BASE.........: ' DELIMITED BY SIZE
               WK-TOT-LIG-INTERNA               DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'VINCULOS PJ DE FORA DA BASE.: ' DELIMITED BY SIZE
               WK-TOT-LIG-EXTERNA               DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'GRUPOS ECONOMICOS...........: ' DELIMITED BY SIZE
               WK-TOT-GRUPOS                    DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'GRUPOS COM MAIS DE 1 EMPRESA: ' DELIMITED BY SIZE
               WK-TOT-GRUPOS-MULT               DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'EMPRESAS ISOLADAS...........: ' DELIMITED BY SIZE
               WK-TOT-EMP-ISOLADA               DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'MAIOR GRUPO.................: ' DELIMITED BY SIZE
               WK-MAIOR-GRUPO-ID                DELIMITED BY SIZE
               ' COM '                          DELIMITED BY SIZE
               WK-MAIOR-GRUPO                   DELIMITED BY SIZE
               ' EMPRESAS'                      DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'MAIOR PROFUNDIDADE..........: ' DELIMITED BY SIZE
               WK-MAIOR-PROFUND                 DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'EMPRESAS SEM CONTROLADOR....: ' DELIMITED BY SIZE
               WK-TOT-SEM-CONTROL               DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'CICLOS COM MAIS DE 2 EMPRESAS: ' DELIMITED BY SIZE
               WK-TOT-CICLOS                     DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'PARTICIPACOES CRUZADAS (2)..: ' DELIMITED BY SIZE
               WK-TOT-CICLOS-2                  DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-RELATORIO-ARQ
           STRING
               'EMPRESAS EM CICLO...........: ' DELIMITED BY SIZE
               WK-TOT-EMP-CICLO                 DELIMITED BY SIZE
               INTO FL-RELATORIO-ARQ
           END-STRING
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
       .
       4900-GRAVAR-TOTAIS-FIM.
           EXIT.
      *****************************************************************
      * FINALIZAR - FECHA OS ARQUIVOS; RETURN-CODE 4 QUANDO HA CICLO
      * DE PARTICIPACAO COM MAIS DE DUAS EMPRESAS E 12 NUM ERRO OU
      * ESTOURO DE CAPACIDADE
      *****************************************************************
       3000-FINALIZAR SECTION.
           CLOSE MESTRE
           CLOSE GRUPOS
           CLOSE RELATORIO

           DISPLAY 'EMPRESAS NO MESTRE............: ' WK-QTD-EMP
           DISPLAY 'VINCULOS DE SOCIO ATIVO.......: ' WK-QTD-LIG
           DISPLAY 'GRUPOS ECONOMICOS.............: ' WK-TOT-GRUPOS
           DISPLAY 'GRUPOS COM MAIS DE 1 EMPRESA..: '
               WK-TOT-GRUPOS-MULT
           DISPLAY 'CICLOS COM MAIS DE 2 EMPRESAS.: ' WK-TOT-CICLOS
           DISPLAY 'REGISTROS DE GRUPO GRAVADOS...: ' WK-TOT-GRAVADOS

           IF WK-ERRO-GRP EQUAL 'S'
               DISPLAY 'Apuracao dos grupos INTERROMPIDA - arquivo de '
                   'grupos incompleto.'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WK-TOT-CICLOS > ZEROS
                   DISPLAY 'Grupos apurados - ha ciclo de '
                       'participacao a analisar.'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'Grupos economicos apurados.'
               END-IF
           END-IF

           STOP RUN
       .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZMW24.
