       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CHAVE-FONETICA.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subrotina compartilhada que monta a chave
      *                fonetica de um nome em portugues, para achar a
      *                pessoa mesmo com o nome digitado errado ou sem
      *                acento ("CONCEICAO", "CONSSEICAO" e o nome com
      *                cedilha e til dao a mesma chave). Parte da
      *                normalizacao do EMPMATCH -- maiusculas, palavras
      *                separadas, conectivos DA/DE/DO/DOS/DAS/E fora --
      *                e troca as letras acentuadas (Latin-1 ou UTF-8,
      *                como chegam do terminal) pela letra sem acento.
      *                Cada palavra vira o seu codigo de som: CE/CI, C
      *                cedilha, SC antes de E/I, Z e o CAO/COES final
      *                sem cedilha viram S; CH e SH viram X; PH vira F;
      *                GE/GI viram J; Q e C duro viram K; W vira V; H e
      *                mudo; LH e NH valem L e N; M final vale N; vogal
      *                so conta como primeira letra da palavra (Y vale
      *                I) e som repetido em seguida conta uma vez so.
      *                Os codigos saem separados por um branco, na
      *                ordem das palavras. Usada pelo GRAVA-FONETICA,
      *                pelo EMPFONGR e pela busca por nome do EMPINQ --
      *                a chave gravada e a chave pesquisada tem de sair
      *                da mesma regra.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       DATA                DIVISION.
      *
       WORKING-STORAGE     SECTION.
      * LETRAS ACENTUADAS: CODIGOS LATIN-1 X"C0" A X"FF" E O SEGUNDO
      * BYTE DO MESMO CARACTER EM UTF-8 (X"C3" SEGUIDO DE X"80" A
      * X"BF"), NA MESMA ORDEM, COM A LETRA SEM ACENTO CORRESPONDENTE
       01 WS-TAB-LATIN1.
          03 FILLER   PIC X(16)
             VALUE X"C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF".
          03 FILLER   PIC X(16)
             VALUE X"D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF".
          03 FILLER   PIC X(16)
             VALUE X"E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF".
          03 FILLER   PIC X(16)
             VALUE X"F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF".
       01 WS-LATIN1 REDEFINES WS-TAB-LATIN1.
          03 WS-LATIN1-COD     PIC X(01)   OCCURS 64 TIMES.
       01 WS-TAB-UTF8.
          03 FILLER   PIC X(16)
             VALUE X"808182838485868788898A8B8C8D8E8F".
          03 FILLER   PIC X(16)
             VALUE X"909192939495969798999A9B9C9D9E9F".
          03 FILLER   PIC X(16)
             VALUE X"A0A1A2A3A4A5A6A7A8A9AAABACADAEAF".
          03 FILLER   PIC X(16)
             VALUE X"B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF".
       01 WS-UTF8 REDEFINES WS-TAB-UTF8.
          03 WS-UTF8-COD       PIC X(01)   OCCURS 64 TIMES.
       01 WS-TAB-SEM-ACENTO.
          03 FILLER   PIC X(32)
             VALUE "AAAAAAASEEEEIIIIDNOOOOO OUUUUI S".
          03 FILLER   PIC X(32)
             VALUE "AAAAAAASEEEEIIIIDNOOOOO OUUUUI I".
       01 WS-SEM-ACENTO REDEFINES WS-TAB-SEM-ACENTO.
          03 WS-SEM-ACENTO-LETRA PIC X(01) OCCURS 64 TIMES.
      * NOME EM MAIUSCULAS E NOME LIMPO (SO LETRAS SEM ACENTO E
      * BRANCOS)
       01 WS-NOME              PIC X(40)   VALUE SPACES.
       01 WS-LIMPO             PIC X(40)   VALUE SPACES.
       01 WS-POS-LIMPO         PIC 9(02)   VALUE ZEROES.
       01 WS-CARACTER          PIC X(01)   VALUE SPACES.
       01 WS-PULA-SW           PIC X(01)   VALUE "N".
          88 WS-PULA-BYTE                   VALUE "S".
       01 WS-ACHOU-SW          PIC X(01)   VALUE "N".
          88 WS-ACHOU                       VALUE "S".
      * PALAVRA CORRENTE (COM FOLGA DE BRANCOS NO FIM PARA OLHAR AS
      * DUAS LETRAS SEGUINTES) E O SEU CODIGO DE SOM
       01 WS-PALAVRA           PIC X(43)   VALUE SPACES.
       01 WS-POS-PALAVRA       PIC 9(02)   VALUE ZEROES.
       01 WS-TAM-PALAVRA       PIC 9(02)   VALUE ZEROES.
       01 WS-CODIGO            PIC X(40)   VALUE SPACES.
       01 WS-TAM-CODIGO        PIC 9(02)   VALUE ZEROES.
       01 WS-LETRA             PIC X(01)   VALUE SPACES.
       01 WS-PROX-1            PIC X(01)   VALUE SPACES.
       01 WS-PROX-2            PIC X(01)   VALUE SPACES.
       01 WS-SOM               PIC X(01)   VALUE SPACES.
       01 WS-ULTIMO-SOM        PIC X(01)   VALUE SPACES.
       01 WS-AVANCO            PIC 9(01)   VALUE ZEROES.
       01 WS-POS-CHAVE         PIC 9(02)   VALUE ZEROES.
       01 WS-CONECTIVO-SW      PIC X(01)   VALUE "N".
          88 WS-CONECTIVO                   VALUE "S".
       01 I                    PIC 9(02)   VALUE ZEROES.
       01 J                    PIC 9(02)   VALUE ZEROES.
       01 P                    PIC 9(02)   VALUE ZEROES.
      *
       LINKAGE             SECTION.
       01 LK-NOME              PIC X(40).
       01 LK-CHAVE             PIC X(30).
       01 LK-TAMANHO           PIC 9(02).
      *    TAMANHO UTIL DA CHAVE (ZERO = NOME SEM NENHUMA LETRA)
      *
       PROCEDURE           DIVISION USING LK-NOME
                                           LK-CHAVE
                                           LK-TAMANHO.
       00000-PRINCIPAL.
           PERFORM 00010-PROCESSO.
           GOBACK.
      *
       00010-PROCESSO      SECTION.
      * LIMPA O NOME E MONTA A CHAVE PALAVRA A PALAVRA
           MOVE SPACES TO LK-CHAVE.
           MOVE ZEROES TO LK-TAMANHO.
           MOVE LK-NOME TO WS-NOME.
           INSPECT WS-NOME CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-LIMPO.
           MOVE ZEROES TO WS-POS-LIMPO.
           MOVE "N"    TO WS-PULA-SW.
           PERFORM 00020-LIMPA-POSICAO
              VARYING I FROM 1 BY 1 UNTIL I > 40.
           MOVE SPACES TO WS-PALAVRA.
           MOVE 1 TO WS-POS-PALAVRA.
           MOVE 1 TO WS-POS-CHAVE.
           PERFORM 00030-VARRE-POSICAO
              VARYING I FROM 1 BY 1 UNTIL I > 40.
           PERFORM 00031-FECHA-PALAVRA.
           COMPUTE LK-TAMANHO = WS-POS-CHAVE - 1.
       00010-END.
      *
       00020-LIMPA-POSICAO SECTION.
      * LETRA E BRANCO PASSAM; APOSTROFO CAI; LETRA ACENTUADA VIRA A
      * LETRA SEM ACENTO (NO UTF-8 O SEGUNDO BYTE E CONSUMIDO JUNTO);
      * O RESTO (DIGITO, HIFEN, PONTO) VALE COMO BRANCO
           IF WS-PULA-BYTE
              MOVE "N" TO WS-PULA-SW
           ELSE
              MOVE WS-NOME(I:1) TO WS-CARACTER
              MOVE "N" TO WS-ACHOU-SW
              IF WS-CARACTER = X"C3" AND I < 40
                 PERFORM 00022-PROCURA-UTF8
                    VARYING J FROM 1 BY 1 UNTIL J > 64 OR WS-ACHOU
              END-IF
              IF WS-ACHOU
                 MOVE "S" TO WS-PULA-SW
              ELSE
                 EVALUATE TRUE
                     WHEN WS-CARACTER IS ALPHABETIC-UPPER
                         CONTINUE
                     WHEN WS-CARACTER = "'"
                         MOVE LOW-VALUE TO WS-CARACTER
                     WHEN OTHER
                         PERFORM 00021-PROCURA-LATIN1
                            VARYING J FROM 1 BY 1
                            UNTIL J > 64 OR WS-ACHOU
                         IF NOT WS-ACHOU
                            MOVE SPACE TO WS-CARACTER
                         END-IF
                 END-EVALUATE
              END-IF
              IF WS-CARACTER NOT = LOW-VALUE
                 ADD 1 TO WS-POS-LIMPO
                 MOVE WS-CARACTER TO WS-LIMPO(WS-POS-LIMPO:1)
              END-IF
           END-IF.
       00020-END.
      *
       00021-PROCURA-LATIN1 SECTION.
           IF WS-LATIN1-COD(J) = WS-CARACTER
              MOVE WS-SEM-ACENTO-LETRA(J) TO WS-CARACTER
              MOVE "S" TO WS-ACHOU-SW
           END-IF.
       00021-END.
      *
       00022-PROCURA-UTF8  SECTION.
           IF WS-UTF8-COD(J) = WS-NOME(I + 1:1)
              MOVE WS-SEM-ACENTO-LETRA(J) TO WS-CARACTER
              MOVE "S" TO WS-ACHOU-SW
           END-IF.
       00022-END.
      *
       00030-VARRE-POSICAO SECTION.
           IF WS-LIMPO(I:1) = SPACE
              PERFORM 00031-FECHA-PALAVRA
           ELSE
              IF WS-POS-PALAVRA < 41
                 MOVE WS-LIMPO(I:1) TO WS-PALAVRA(WS-POS-PALAVRA:1)
                 ADD 1 TO WS-POS-PALAVRA
              END-IF
           END-IF.
       00030-END.
      *
       00031-FECHA-PALAVRA SECTION.
      * FECHA A PALAVRA CORRENTE: CONECTIVO CAI FORA, O RESTO VIRA
      * CODIGO DE SOM E E EMENDADO NA CHAVE
           IF WS-POS-PALAVRA > 1
              MOVE "N" TO WS-CONECTIVO-SW
              IF WS-PALAVRA = "DA" OR WS-PALAVRA = "DE" OR
                 WS-PALAVRA = "DO" OR WS-PALAVRA = "DOS" OR
                 WS-PALAVRA = "DAS" OR WS-PALAVRA = "E"
                 MOVE "S" TO WS-CONECTIVO-SW
              END-IF
              IF NOT WS-CONECTIVO
                 PERFORM 00040-CODIFICA-PALAVRA
                 PERFORM 00032-EMENDA-CODIGO
              END-IF
              MOVE SPACES TO WS-PALAVRA
              MOVE 1 TO WS-POS-PALAVRA
           END-IF.
       00031-END.
      *
       00032-EMENDA-CODIGO SECTION.
      * UM BRANCO SEPARA O CODIGO DO ANTERIOR; O QUE NAO COUBER NAS
      * 30 POSICOES DA CHAVE E DESPREZADO
           IF WS-TAM-CODIGO > ZEROES AND WS-POS-CHAVE < 30
              IF WS-POS-CHAVE > 1
                 ADD 1 TO WS-POS-CHAVE
              END-IF
              MOVE WS-TAM-CODIGO TO J
              IF WS-POS-CHAVE + J - 1 > 30
                 COMPUTE J = 31 - WS-POS-CHAVE
              END-IF
              MOVE WS-CODIGO(1:J) TO LK-CHAVE(WS-POS-CHAVE:J)
              ADD J TO WS-POS-CHAVE
           END-IF.
       00032-END.
      *
       00040-CODIFICA-PALAVRA SECTION.
           COMPUTE WS-TAM-PALAVRA = WS-POS-PALAVRA - 1.
           MOVE SPACES TO WS-CODIGO.
           MOVE ZEROES TO WS-TAM-CODIGO.
           MOVE SPACE  TO WS-ULTIMO-SOM.
           MOVE 1 TO P.
           PERFORM 00041-CODIFICA-LETRA UNTIL P > WS-TAM-PALAVRA.
       00040-END.
      *
       00041-CODIFICA-LETRA SECTION.
      * DA O SOM DA LETRA NA POSICAO P OLHANDO AS DUAS SEGUINTES; O
      * DIGRAFO (CH, LH, NH, PH, SH, TH, SC) CONSOME AS DUAS LETRAS
           MOVE WS-PALAVRA(P:1)     TO WS-LETRA.
           MOVE WS-PALAVRA(P + 1:1) TO WS-PROX-1.
           MOVE WS-PALAVRA(P + 2:1) TO WS-PROX-2.
           MOVE SPACE TO WS-SOM.
           MOVE 1     TO WS-AVANCO.
           EVALUATE WS-LETRA
               WHEN "A" WHEN "E" WHEN "I" WHEN "O" WHEN "U"
               WHEN "Y"
                   IF WS-TAM-CODIGO = ZEROES
                      IF WS-LETRA = "Y"
                         MOVE "I" TO WS-SOM
                      ELSE
                         MOVE WS-LETRA TO WS-SOM
                      END-IF
                   ELSE
                      MOVE SPACE TO WS-ULTIMO-SOM
                   END-IF
               WHEN "B" WHEN "D" WHEN "F" WHEN "J" WHEN "K"
               WHEN "R" WHEN "V" WHEN "X"
                   MOVE WS-LETRA TO WS-SOM
               WHEN "W"
                   MOVE "V" TO WS-SOM
               WHEN "Z"
                   MOVE "S" TO WS-SOM
               WHEN "Q"
                   MOVE "K" TO WS-SOM
               WHEN "C"
                   PERFORM 00042-SOM-DO-C
               WHEN "G"
                   IF WS-PROX-1 = "E" OR "I" OR "Y"
                      MOVE "J" TO WS-SOM
                   ELSE
                      MOVE "G" TO WS-SOM
                   END-IF
               WHEN "L" WHEN "N" WHEN "T"
                   MOVE WS-LETRA TO WS-SOM
                   IF WS-PROX-1 = "H"
                      MOVE 2 TO WS-AVANCO
                   END-IF
               WHEN "M"
                   IF WS-PROX-1 = SPACE
                      MOVE "N" TO WS-SOM
                   ELSE
                      MOVE "M" TO WS-SOM
                   END-IF
               WHEN "P"
                   IF WS-PROX-1 = "H"
                      MOVE "F" TO WS-SOM
                      MOVE 2   TO WS-AVANCO
                   ELSE
                      MOVE "P" TO WS-SOM
                   END-IF
               WHEN "S"
                   MOVE "S" TO WS-SOM
                   IF WS-PROX-1 = "H"
                      MOVE "X" TO WS-SOM
                      MOVE 2   TO WS-AVANCO
                   ELSE
                      IF WS-PROX-1 = "C" AND
                         (WS-PROX-2 = "E" OR "I" OR "Y")
                         MOVE 2 TO WS-AVANCO
                      END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-SOM NOT = SPACE
              IF WS-SOM NOT = WS-ULTIMO-SOM
                 ADD 1 TO WS-TAM-CODIGO
                 MOVE WS-SOM TO WS-CODIGO(WS-TAM-CODIGO:1)
              END-IF
              MOVE WS-SOM TO WS-ULTIMO-SOM
           END-IF.
           ADD WS-AVANCO TO P.
       00041-END.
      *
       00042-SOM-DO-C      SECTION.
      * C ANTES DE E/I, E O "CAO"/"COES" NO FIM DA PALAVRA (CEDILHA
      * PERDIDA NA DIGITACAO), SOA S; CH SOA X; CK DEIXA O SOM PARA
      * O K; NOS DEMAIS CASOS E K
           EVALUATE TRUE
               WHEN WS-PROX-1 = "H"
                   MOVE "X" TO WS-SOM
                   MOVE 2   TO WS-AVANCO
               WHEN WS-PROX-1 = "E" OR "I" OR "Y"
                   MOVE "S" TO WS-SOM
               WHEN WS-PROX-1 = "A" AND WS-PROX-2 = "O" AND
                    P + 2 = WS-TAM-PALAVRA
                   MOVE "S" TO WS-SOM
               WHEN WS-PROX-1 = "O" AND
                    WS-PALAVRA(P + 2:2) = "ES" AND
                    P + 3 = WS-TAM-PALAVRA
                   MOVE "S" TO WS-SOM
               WHEN WS-PROX-1 = "K"
                   CONTINUE
               WHEN OTHER
                   MOVE "K" TO WS-SOM
           END-EVALUATE.
       00042-END.
