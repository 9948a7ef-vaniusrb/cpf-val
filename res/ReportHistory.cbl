           05 hist-divergentes     pic 9(08).
           05 filler               pic x(01).
           05 hist-aproveitados    pic 9(08).
      *    appended with the Receita situation check; older lines
      *    read back as spaces here too.
           05 filler               pic x(01).
           05 hist-irregulares     pic 9(08).
      *    appended with the business-date control: hist-data became
      *    the business date the run worked under, and the actual
      *    date of the run and its type - "N" normal, "R" rerun of
      *    an earlier business day - follow here.  older lines carry
      *    the actual date in hist-data and spaces here.
           05 filler               pic x(01).
           05 hist-data-execucao   pic x(08).
           05 filler               pic x(01).
           05 hist-tipo-execucao   pic x(01).

       working-storage section.
       77  run-history-file       pic x(64) value "run-history.txt".
       77  qtd-programas          pic 9(04) comp-5 value zero.
       77  salto-flag             pic x(01) value "N".
           88 salto-detectado      value "S".
       77  observacao             pic x(60) value spaces.

      *    per-program ring of the last 5 rejection rates, the
      *    "recent average" a new run is compared against.

       01  linha-detalhe.
           05 det-data            pic 9(08).
           05 det-tipo            pic x(01).
           05 det-hora            pic 9(06).
           05 filler              pic x(01) value space.
           05 det-programa        pic x(16).
           display "historico de execucoes - volumes e rejeicao"
           display "data     hora   programa         status   "
              "   lidos rejeitad   taxa"
           display "(data = data de negocio; R = reprocesso)"
           display "------------------------------------------------"

           perform until exit
           move hist-lidos    to det-lidos
           move rejeitados    to det-rejeitados
           move taxa          to det-taxa
           move spaces        to det-tipo, observacao
           if hist-tipo-execucao = "R"
              move "R" to det-tipo
              string " reprocesso em " hist-data-execucao
                 delimited by size into observacao
              end-string
           end-if
           if salto-detectado
              string function trim(observacao trailing)
                 " <== salto na taxa de rejeicao"
                 delimited by size into observacao
              end-string
           end-if
           if observacao = spaces
              display linha-detalhe
           else
              display linha-detalhe
                 function trim(observacao trailing)
           end-if
           .

