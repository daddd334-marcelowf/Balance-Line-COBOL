      *          plano gravado com a esteira antiga e descartado na
      *          primeira execucao (recomeca do zero, como qualquer
      *          plano que nao corresponde mais a esteira)
      * 030926 - Marcelo - Inclui a conciliacao das correcoes
      *          manuais (CBLZMW19) logo depois da carga do mestre,
      *          para a carga completa nao desfazer as correcoes do
      *          CBLZMW17 - o 4 (correcao orfa para o solicitante) e
      *          aviso e nao derruba a esteira; a esteira passa a
      *          ter 7 etapas e o plano da esteira antiga e
      *          descartado na primeira execucao
      * 040926 - Marcelo - Inclui o retorno das remessas da interface
      *          (CBLZMW20) como ultima etapa - registra a remessa do
      *          ciclo e processa o retorno corporativo quando
      *          presente; o 4 (rejeicao ou remessa em atraso) e
      *          aviso e nao derruba a esteira; a esteira passa a
      *          ter 8 etapas e o plano da esteira antiga e
      *          descartado na primeira execucao
      * 060926 - Marcelo - Inclui as pendencias da critica de
      *          entrada (CBLZMW22) logo depois do balance line, para
      *          acompanhar entre ciclos os rejeitados do CBLZMW06 -
      *          a esteira passa a ter 9 etapas e o plano da esteira
      *          antiga e descartado na primeira execucao
      * 070926 - Marcelo - Inclui os alertas da lista de
      *          vigilancia (CBLZMW23) logo depois da movimentacao,
      *          lendo os movimentos do ciclo que o CBLZMW07 acabou
      *          de gravar - o 4 (item desprezado na lista) e aviso
      *          e nao derruba a esteira; a esteira passa a ter 10
      *          etapas e o plano da esteira antiga e descartado na
      *          primeira execucao
      * 080926 - Marcelo - Inclui a apuracao dos grupos economicos
      *          (CBLZMW24) logo depois do batimento, com o mestre ja
      *          conferido - o 4 (ciclo de participacao com mais de
      *          duas empresas) e aviso e nao derruba a esteira; a
      *          esteira passa a ter 11 etapas e o plano da esteira
      *          antiga e descartado na primeira execucao
      * 090926 - Marcelo - Inclui a consistencia da identidade dos
      *          socios (CBLZMW25) logo depois dos grupos economicos -
      *          o 4 (achado a conferir) e aviso e nao derruba a
      *          esteira; a esteira passa a ter 12 etapas e o plano da
      *          esteira antiga e descartado na primeira execucao
      * 100926 - Marcelo - O balance line passa a rodar pelo
      *          CBLZMW26, que dispara ao mesmo tempo as fatias do
      *          arquivo de particoes e consolida as saidas (sem o
      *          arquivo, roda o CBLZMW06 inteiro como antes); a
      *          retomada da etapa que falhou vai com RESTART para o
      *          CBLZMW26 retomar so as fatias nao concluidas - a
      *          esteira segue com 12 etapas e o plano da esteira
      *          antiga e descartado na primeira execucao
      * 110926 - Marcelo - Inclui o fechamento do ciclo (CBLZMW27)
      *          como ultima etapa - arquiva as saidas do ciclo como
      *          geracao datada e expurga as vencidas; o 4 (arquivo
      *          ausente no ciclo) e aviso e nao derruba a esteira; a
      *          esteira passa a ter 13 etapas e o plano da esteira
      *          antiga e descartado na primeira execucao
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * entrada traz o programa, a variavel de ambiente que pode
      * substituir o comando de chamada e o maior RETURN-CODE
      * aceito como sucesso da etapa
       01 WK-QTD-ETAPAS PIC 9(02) VALUE 13.
       01 WK-TAB-ETAPAS-TXT.
           05 FILLER PIC X(18) VALUE 'CBLZMW10BLCMD10 04'.
           05 FILLER PIC X(18) VALUE 'CBLZMW14BLCMD14 00'.
           05 FILLER PIC X(18) VALUE 'CBLZMW26BLCMD26 00'.
           05 FILLER PIC X(18) VALUE 'CBLZMW22BLCMD22 00'.
           05 FILLER PIC X(18) VALUE 'CBLZMW08BLCMD08 00'.
           05 FILLER PIC X(18) VALUE 'CBLZMW19BLCMD19 04'.
           05 FILLER PIC X(18) VALUE 'CBLZMW11BLCMD11 00'.
           05 FILLER PIC X(18) VALUE 'CBLZMW24BLCMD24 04'.
           05 FILLER PIC X(18) VALUE 'CBLZMW25BLCMD25 04'.
           05 FILLER PIC X(18) VALUE 'CBLZMW07BLCMD07 00'.
           05 FILLER PIC X(18) VALUE 'CBLZMW23BLCMD23 04'.
           05 FILLER PIC X(18) VALUE 'CBLZMW20BLCMD20 04'.
           05 FILLER PIC X(18) VALUE 'CBLZMW27BLCMD27 04'.
       01 FILLER REDEFINES WK-TAB-ETAPAS-TXT.
           05 WK-ETAPA OCCURS 13 TIMES.
               10 WK-ETAPA-PROG   PIC X(08).
               10 WK-ETAPA-ENV    PIC X(08).
               10 WK-ETAPA-RC-MAX PIC 9(02).
      * Estado corrente de cada etapa, carregado do plano (ou
      * inicializado PENDENTE) e regravado a cada etapa encerrada
       01 WK-TAB-ESTADO.
           05 WK-ESTADO-ETAPA OCCURS 13 TIMES.
               10 WK-ETAPA-STATUS PIC X(10).
               10 WK-ETAPA-RC     PIC 9(02).

           EXIT.
      *****************************************************************
      * EXECUTAR UMA ETAPA DA ESTEIRA - PULA AS JA CONCLUIDAS, MONTA
      * O COMANDO (COM RESTART NA RETOMADA DO CBLZMW26), CHAMA O
      * PROGRAMA E CONFERE O RETURN-CODE CONTRA O LIMITE DA ETAPA; O
      * PLANO E REGRAVADO COM O NOVO ESTADO ANTES DE SEGUIR
      *****************************************************************
      *****************************************************************
      * MONTAR O COMANDO DA ETAPA CORRENTE - O DEFAULT E O PROPRIO
      * NOME DO PROGRAMA, SUBSTITUIDO PELA VARIAVEL DE AMBIENTE DA
      * ETAPA QUANDO EXISTIR; UMA RETOMADA DO BALANCE LINE (CBLZMW26)
      * QUE FALHOU NO MEIO DA RODADA RECEBE O PARAMETRO RESTART PARA
      * CONTINUAR DO ULTIMO CHECKPOINT (DE CADA FATIA, NA RODADA
      * PARTICIONADA)
      *****************************************************************
       2100-MONTAR-COMANDO SECTION.
           MOVE SPACES TO WK-COMANDO
           END-IF
           MOVE SPACES TO WK-ENV-VALOR

           IF WK-ETAPA-PROG (WK-ETAPA-IDX) EQUAL 'CBLZMW26'
               AND WK-ETAPA-STATUS (WK-ETAPA-IDX) EQUAL 'FALHOU'
               STRING
                   FUNCTION TRIM (WK-COMANDO) DELIMITED BY SIZE
