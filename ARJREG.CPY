      ******************************************************************
      * Copybook: ARJREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do arquivo de rejeitos das
      *          alteracoes cadastrais em lote (ALTREJ, gravado pelo
      *          PROGALTLOTE): o registro original do ALTLOTE, intacto,
      *          precedido do codigo do motivo, para a area de origem
      *          reparar e reapresentar mecanicamente (como REJREG).
      *
      *          Motivos:
      *            01 - conta nao numerica ou zerada
      *            02 - conta inexistente no mestre
      *            03 - conta encerrada
      *            04 - conta em espolio (obito do titular)
      *            05 - codigo de campo desconhecido
      *            06 - valor invalido para o campo
      *            07 - valor igual ao atual (nada a alterar)
      *            08 - conta ocupada por outra transacao
      *            09 - erro na gravacao (mestre ou fila CADPEND)
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 ARJ-REGISTRO.
          05 ARJ-MOTIVO           PIC X(02).
          05 ARJ-ORIGINAL         PIC X(88).
