                02 cidade-vc           pic x(30).
                02 estado-vc           pic AA.
                02 email-vc            pic x(50).
                02 cep-vc              pic x(8).
       working-storage section.
          01 fs-comissoes.
             02 fs-comissoes-1           pic 9.
