      * Date-Written:  2026-09-02
      * Purpose:       Subrotina compartilhada de abertura de sessao
      *                dos subsistemas de manutencao (ORGMNT, EMPMNT,
      *                CALMNT, FORMNT, CTAMNT): pede operador e senha
      *                no console, confere contra o perfil USRMAST
      *                (USRMNT) e devolve o nivel de alcada do
      *                operador no subsistema pedido. Tres falhas
      *                seguidas de senha bloqueiam o perfil ate o
      *                USRMNT desbloquear, e toda abertura -- aceita ou
      *                negada -- e registrada no log de seguranca
      *                SEGLOG. Sem o USRMAST a sessao e negada: sem
      *                perfil, sem manutencao.
      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  Novo subsistema "FOR" (cadastro de
      *                  fornecedores, FORMNT), com o nivel no novo
      *                  USR-NIVEL-FOR do perfil; perfil antigo, sem o
      *                  campo preenchido, fica sem acesso.
      * 2026-10-15  RMS  Novo subsistema "CTA" (contas bancarias dos
      *                  empregados, CTAMNT), com o nivel no novo
      *                  USR-NIVEL-CTA do perfil.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
      *
       LINKAGE             SECTION.
       01 LK-SUBSISTEMA     PIC X(03).
      *    "ORG" ORGMNT, "EMP" EMPMNT, "CAL" CALMNT, "FOR" FORMNT,
      *    "CTA" CTAMNT
       01 LK-OPERADOR       PIC X(08).
       01 LK-NIVEL          PIC 9(01).
      *    NIVEL DE ALCADA DO OPERADOR NO SUBSISTEMA: 1 = SO
                   MOVE USR-NIVEL-EMP TO LK-NIVEL
               WHEN "CAL"
                   MOVE USR-NIVEL-CAL TO LK-NIVEL
               WHEN "FOR"
                   IF USR-NIVEL-FOR NUMERIC
                      MOVE USR-NIVEL-FOR TO LK-NIVEL
                   ELSE
                      MOVE ZEROES TO LK-NIVEL
                   END-IF
               WHEN "CTA"
                   IF USR-NIVEL-CTA NUMERIC
                      MOVE USR-NIVEL-CTA TO LK-NIVEL
                   ELSE
                      MOVE ZEROES TO LK-NIVEL
                   END-IF
               WHEN OTHER
                   MOVE ZEROES TO LK-NIVEL
           END-EVALUATE.
