      *    operator keys it here and sees in one screen everything
      *    the batch would decide - well-formed or not, check digits
      *    read vs calculated, the repeated-digits rule, whether the
      *    document is on the denylist, its Receita Federal
      *    registration status and whether (and under what
      *    name) it exists in cadastro.dat - instead of grepping last
      *    night's output files or opening a ticket to operations.
      *    validation itself stays in the VALCPF / VALCNPJ / VALPIS
      *    subprograms, so this screen can never disagree with the
      *    batch.  loops until the operator keys FIM or an empty
      *    line.
             record key is cad-cpf
             file status is fs-cadastro.

             select situacao-receita assign to situacao-receita-file
             organization is indexed
             access mode is random
             record key is sit-cpf
             file status is fs-situacao-receita.

             select denylist assign to denylist-file
             organization is line sequential
             file status is fs-denylist.
           05 cad-cpf              pic 9(11).
           05 cad-nome             pic x(30).

      *    Receita Federal situation master, loaded weekly by
      *    CarregaSituacao - layout as written there.
       fd  situacao-receita.
       01  situacao-receita-reg.
           05 sit-cpf              pic 9(11).
           05 sit-situacao         pic x(01).
           05 sit-data-situacao    pic 9(08).
           05 sit-ano-obito        pic x(04).
           05 sit-data-carga       pic 9(08).

       fd  denylist.
       01  denylist-reg            pic x(14).

       77  doc-bloqueado-flag     pic x(01) value "N".
           88 doc-bloqueado        value "S".
       77  chave-bloqueio         pic x(14) value spaces.
       77  situacao-receita-file  pic x(64)
                                  value "situacao-receita.dat".
       77  fs-situacao-receita    pic x(02) value spaces.
       77  situacao-aberta        pic x(01) value "N".
           88 situacao-disponivel  value "S".

      *    compliance denylist, loaded at startup like load-denylist
      *    in the validators: CPFs (11 digits + 3 spaces) and CNPJs

       copy "ValCpf-Area.cpy".
       copy "ValCnpj-Area.cpy".
       copy "ValPis-Area.cpy".

       procedure division.
           perform load-denylist
           perform abrir-cadastro
           perform abrir-situacao

           display "consulta de documentos - FIM ou linha vazia"
              " encerra"
           if cadastro-disponivel
              close cadastro
           end-if
           if situacao-disponivel
              close situacao-receita
           end-if
           display "consultas atendidas: " cont-consultas
           stop run
           .
           end-if
           .

       abrir-situacao.
           open input situacao-receita
           if fs-situacao-receita = "00"
              set situacao-disponivel to true
           else
              perform show-situacao-receita-file-error
              display "aviso: consultas seguem sem a situacao da"
                 " receita"
           end-if
           .

       consultar-documento.
      *    routes by the same mask/length shapes ValidadeDocs uses:
      *    the CNPJ mask "XX.XXX.XXX/XXXX-XX", the CPF mask
      *    "999.999.999-99", the PIS mask "999.99999.99-9", a bare
      *    14-character CNPJ (columns 12-14 occupied) or a bare
      *    11-digit CPF.  a bare PIS/PASEP/NIS reads like a bare CPF,
      *    so it is keyed with the "P" indicator ValidadeDocs uses
      *    ("P12345678901" or "P123.45678.90-1"); a bare alphanumeric
      *    CNPJ starting with "P" has no such shape.
           evaluate true
              when documento-lido(4:1) = "." and
                   documento-lido(10:1) = "." and
                   documento-lido(13:1) = "-"
                 move documento-lido(1:14) to valpis-documento
                 perform consultar-pis
              when documento-lido(1:1) = "P" and
                   documento-lido(2:11) is numeric and
                   documento-lido(13:6) = spaces
                 move documento-lido(2:14) to valpis-documento
                 perform consultar-pis
              when documento-lido(1:1) = "P" and
                   documento-lido(5:1) = "." and
                   documento-lido(11:1) = "." and
                   documento-lido(14:1) = "-"
                 move documento-lido(2:14) to valpis-documento
                 perform consultar-pis
              when documento-lido(3:1) = "." and
                   documento-lido(7:1) = "." and
                   documento-lido(11:1) = "/" and
              move spaces to chave-bloqueio
              move valcpf-numero to chave-bloqueio(1:11)
              perform check-denylist
              perform consultar-situacao
              perform consultar-cadastro
           end-if
           .
           end-if
           .

       consultar-pis.
           call "VALPIS" using valpis-area

           display "tipo               : PIS/PASEP/NIS"
           if valpis-malformado
              display "situacao           : malformado"
           else
              evaluate true
                 when valpis-repetido
                    display "situacao           : invalido"
                       " (digitos repetidos)"
                 when valpis-digito-errado
                    display "situacao           : invalido"
                       " (digito verificador)"
                 when other
                    display "situacao           : bem formado"
              end-evaluate
              display "numero             : " valpis-numero
              display "digito lido        : " valpis-digito-lido
              display "digito calculado   : " valpis-digito-calc
      *    the denylist and the customer master hold CPFs and CNPJs
      *    only; an 11-digit PIS must not be matched against a CPF.
              display "denylist           : nao se aplica a PIS"
              display "cadastro           : nao se aplica a PIS"
           end-if
           .

       check-denylist.
           move "N" to doc-bloqueado-flag
           if qtd-bloqueados > zero
           end-if
           .

       consultar-situacao.
      *    flags every non-regular situation, including 4 (pendente
      *    de regularizacao), which the batch lets through - the
      *    service desk should still tell the customer.  the
      *    "REJEITADO" wording matches what ValidadeCpfs does with
      *    the same code.
           if not situacao-disponivel
              display "receita federal    : indisponivel"
           else
              move valcpf-numero to sit-cpf
              read situacao-receita
              evaluate fs-situacao-receita
                 when "00"
                    perform exibir-situacao
                 when "23"
                    display "receita federal    : nao consta no"
                       " extrato"
                 when other
                    perform show-situacao-receita-file-error
              end-evaluate
           end-if
           .

       exibir-situacao.
           evaluate sit-situacao
              when "0"
                 display "receita federal    : regular"
              when "2"
                 display "receita federal    : SUSPENSO"
                    " - REJEITADO (cpf suspenso)"
              when "3"
                 display "receita federal    : TITULAR FALECIDO"
                    " - REJEITADO (obito " sit-ano-obito ")"
              when "4"
                 display "receita federal    : PENDENTE DE"
                    " REGULARIZACAO - aceito com ressalva"
              when "5" when "9"
                 display "receita federal    : CANCELADO"
                    " - REJEITADO (cpf cancelado)"
              when "8"
                 display "receita federal    : NULO"
                    " - REJEITADO (cpf nulo)"
              when other
                 display "receita federal    : situacao "
                    sit-situacao " desconhecida"
           end-evaluate
           if sit-situacao <> "0"
              display "situacao desde     : " sit-data-situacao
                 " (extrato de " sit-data-carga ")"
           end-if
           .

       show-cadastro-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-cadastro,
                                              msg by error-message.
              function trim(denylist-file) "', (status = "
              fs-denylist ")"
           .

       show-situacao-receita-file-error.
           copy "FileStat-Msgs.cpy" replacing
              stat by fs-situacao-receita,
              msg by error-message.
           display "aviso: " function trim(error-message) " '"
              function trim(situacao-receita-file) "', (status = "
              fs-situacao-receita ")"
           .
