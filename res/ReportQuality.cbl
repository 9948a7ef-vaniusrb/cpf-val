              10 ag-rejeitos      pic 9(08) comp-5.
              10 ag-taxa          pic 9(03)v9(02).
              10 ag-qtd-motivos   pic 9(04) comp-5.
              10 ag-motivo-entry occurs 15.
                 15 ag-motivo-nome pic x(20).
                 15 ag-motivo-qtd pic 9(08) comp-5.


       01  linha-separadora       pic x(80) value all "-".

      *    "today" is the business date of the run - see DATANEG.
       copy "DataNeg-Area.cpy".

       procedure division.
           call "DATANEG" using dataneg-area
           move dataneg-data-negocio to data-hoje
           perform parse-runtime-params
           perform acumular-rejeitos
           perform acumular-validos
              end-if
           end-perform
           if mot-idx > ag-qtd-motivos(ag-idx)
              if ag-qtd-motivos(ag-idx) < 15
                 add 1 to ag-qtd-motivos(ag-idx)
                 move ag-qtd-motivos(ag-idx) to mot-idx
                 move civ-motivo
                    to ag-motivo-nome(ag-idx mot-idx)
                 move zero to ag-motivo-qtd(ag-idx mot-idx)
              else
                 display "aviso: mais de 15 motivos na agencia "
                    ag-codigo(ag-idx) " - motivo nao detalhado: "
                    civ-motivo
                 move zero to mot-idx
              write relatorio-linha
           end-if
           write relatorio-linha from cab-titulo
           write relatorio-linha from dataneg-descricao
           write relatorio-linha from linha-separadora
           write relatorio-linha from cab-colunas
           write relatorio-linha from linha-separadora
           move 5 to linhas
           perform check-relatorio-write
           .

