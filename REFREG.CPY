      *            parcelas (PROGEMPGER); vale enquanto o contrato
      *            do EMPCTRL ficar abaixo de 9.000.000;
      *          - 9000000000 + numero: liquidacao/resgate de CDB
      *            (PROGCDBVENC, PROGSALDOBANCARIO); vale enquanto o
      *            numero do CDBCTRL ficar abaixo de 400.000.000;
      *          - 9400000000 + numero do caso: credito de contestacao
      *            (PROGCONTEST, movimento "K"); 9410000000 + numero
      *            do caso: estorno desse credito na improcedencia -
      *            uma referencia fixa por caso, a repeticao apos
      *            queda e barrada aqui;
      *          - 9500000000 + sequencia: estorno de lancamento
      *            (PROGESTORNO, sequencia no controle ESTCTRL);
      *          - 9600000000 + sequencia: quitacao antecipada e
      *            amortizacao de emprestimo (PROGEMPCON, sequencia no
      *            controle EMPACTRL); na quitacao a referencia das
      *            parcelas ja emitidas e nao postadas tambem entra
      *            aqui, para o fechamento nao debita-las de novo;
      *          - 9700000000 + sequencia: credito da liquidacao de
      *            titulo da cobranca bancaria (PROGBOLETO,
      *            sequencia interna do titulo no controle BOLCTRL);
      *          - 9800000000 + sequencia: tarifa, juros, encargo e IR
      *            retido gerados pelos passos de lote (PROGEOD,
      *            PROGTARAV, PROGPOUP, PROGRCOMPUTE, sequencia no
      *            controle LBCCTRL, ver LBCCTL); a tarifa cobrada no
      *            atendimento (PROGSALDOBANCARIO) usa a referencia de
      *            dia + hora do proprio atendimento;
      *          - as demais referencias (NSU de rede, lote, folha)
      *            vem de fora e nao seguem faixa.
      *
      * 02/09/2026 - EM - Documenta as faixas das sequencias internas:
      *              CDB e contratos de emprestimo partiam ambos de 1
      *              e colidiam na mesma chave.
      * 15/10/2026 - EM - Inclui a faixa do estorno de lancamento
      *              (PROGESTORNO) na metade alta da faixa do CDB.
      * 15/10/2026 - EM - Inclui as faixas do credito de contestacao e
      *              do seu estorno (PROGCONTEST) entre as do CDB e do
      *              estorno de lancamento; a faixa do CDB passa a valer
      *              abaixo de 400.000.000.
      * 15/10/2026 - EM - Inclui a faixa da quitacao antecipada e da
      *              amortizacao de emprestimo (PROGEMPCON).
      * 15/10/2026 - EM - Inclui a faixa do credito da liquidacao
      *              de titulo da cobranca bancaria (PROGBOLETO).
      * 15/10/2026 - EM - Inclui a faixa dos lancamentos do banco
      *              (tarifa, juros, encargo e IR) dos passos de lote,
      *              para que possam ser estornados (PROGESTORNO).
      ******************************************************************
       01 REF-REGISTRO.
          05 REF-REFERENCIA       PIC 9(10).
