
       01  linha-separadora       pic x(80) value all "-".

      *    "today" is the business date of the run - see DATANEG.
       copy "DataNeg-Area.cpy".

       procedure division.
           call "DATANEG" using dataneg-area
           move dataneg-data-negocio to data-hoje
           accept hora-agora from time
           perform parse-runtime-params
           perform carregar-master
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

