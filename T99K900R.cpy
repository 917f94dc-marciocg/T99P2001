      **** T99F900R: RETORNO DO ESOCIAL (VIDE T99P2021), UMA LINHA POR
      **** EVENTO PROCESSADO PELO GOVERNO: IDENTIFICADOR DO EVENTO
      **** (500E-ID-EVENTO), SITUACAO ('A' ACEITO COM RECIBO, 'R'
      **** REJEITADO COM O MOTIVO) E NUMERO DO RECIBO.
       01 900R-REGISTRO.
          03 900R-ID-EVENTO          PIC 9(09).
          03 900R-SITUACAO           PIC X(01).
             88 900R-ACEITO          VALUE 'A'.
             88 900R-REJEITADO       VALUE 'R'.
          03 900R-RECIBO             PIC X(23).
          03 900R-MOTIVO             PIC X(40).
