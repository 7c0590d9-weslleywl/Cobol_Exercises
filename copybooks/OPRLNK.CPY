      ******************************************************************
      * Copybook: OPRLNK
      * Purpose:  Parameter area passed to ValidaOperador by the
      *           interactive programs - the caller fills
      *           OPL-PROGRAMA and OPL-PERFIS-ACEITOS (the perfis
      *           allowed into the program, e.g. "VC " for supervisor
      *           and coordenacao); the subprogram asks for operator id
      *           and senha against OPERADORES.DAT (three attempts),
      *           logs every failed attempt on ACESSOS-NEGADOS.DAT and
      *           answers OPL-AUTORIZADO ("S"/"N") with the operator's
      *           id, nome and perfil, so the caller can gate its
      *           functions by OPL-PERFIL (see OPERMAST).
      ******************************************************************
       01  OPERADOR-PARM.
           05  OPL-PROGRAMA            PIC X(20).
           05  OPL-PERFIS-ACEITOS      PIC X(3).
           05  OPL-ID                  PIC X(8).
           05  OPL-NOME                PIC X(30).
           05  OPL-PERFIL              PIC X(1).
           05  OPL-AUTORIZADO          PIC X(1).
