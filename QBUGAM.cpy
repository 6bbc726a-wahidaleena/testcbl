      *================================================================
      *    QBUGAM - symbolic map for mapset QBUGAM / map QBUGAP
      *    (QBUGAM.bms). Kept in step with the mapset by hand so the
      *    twelve list rows can be a subscripted table instead of
      *    twelve sets of generated names - field order and lengths
      *    follow the DFHMDF order exactly, each field contributing
      *    its length halfword, flag/attribute byte and data bytes.
      *================================================================
       01  QBUGAPI.
           05  FILLER              PIC X(12).
           05  APTOPL              PIC S9(4) COMP.
           05  APTOPF              PIC X(1).
           05  APTOPI              PIC X(10).
           05  ACT-ROWI            OCCURS 12 TIMES.
               10  ACNL            PIC S9(4) COMP.
               10  ACNF            PIC X(1).
               10  ACNI            PIC X(10).
               10  ASTL            PIC S9(4) COMP.
               10  ASTF            PIC X(1).
               10  ASTI            PIC X(1).
               10  AOPL            PIC S9(4) COMP.
               10  AOPF            PIC X(1).
               10  AOPI            PIC X(8).
               10  ACLL            PIC S9(4) COMP.
               10  ACLF            PIC X(1).
               10  ACLI            PIC X(8).
               10  ANML            PIC S9(4) COMP.
               10  ANMF            PIC X(1).
               10  ANMI            PIC X(30).
           05  FUNCL               PIC S9(4) COMP.
           05  FUNCF               PIC X(1).
           05  FUNCI               PIC X(1).
           05  NACCTL              PIC S9(4) COMP.
           05  NACCTF              PIC X(1).
           05  NACCTI              PIC X(10).
           05  NSTATL              PIC S9(4) COMP.
           05  NSTATF              PIC X(1).
           05  NSTATI              PIC X(1).
           05  NOPENL              PIC S9(4) COMP.
           05  NOPENF              PIC X(1).
           05  NOPENI              PIC X(8).
           05  NCLOSEL             PIC S9(4) COMP.
           05  NCLOSEF             PIC X(1).
           05  NCLOSEI             PIC X(8).
           05  NNAMEL              PIC S9(4) COMP.
           05  NNAMEF              PIC X(1).
           05  NNAMEI              PIC X(30).
           05  MSGL                PIC S9(4) COMP.
           05  MSGF                PIC X(1).
           05  MSGI                PIC X(60).
       01  QBUGAPO REDEFINES QBUGAPI.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(2).
           05  APTOPA              PIC X(1).
           05  APTOPO              PIC X(10).
           05  ACT-ROWO            OCCURS 12 TIMES.
               10  FILLER          PIC X(2).
               10  ACNA            PIC X(1).
               10  ACNO            PIC X(10).
               10  FILLER          PIC X(2).
               10  ASTA            PIC X(1).
               10  ASTO            PIC X(1).
               10  FILLER          PIC X(2).
               10  AOPA            PIC X(1).
               10  AOPO            PIC X(8).
               10  FILLER          PIC X(2).
               10  ACLA            PIC X(1).
               10  ACLO            PIC X(8).
               10  FILLER          PIC X(2).
               10  ANMA            PIC X(1).
               10  ANMO            PIC X(30).
           05  FILLER              PIC X(2).
           05  FUNCA               PIC X(1).
           05  FUNCO               PIC X(1).
           05  FILLER              PIC X(2).
           05  NACCTA              PIC X(1).
           05  NACCTO              PIC X(10).
           05  FILLER              PIC X(2).
           05  NSTATA              PIC X(1).
           05  NSTATO              PIC X(1).
           05  FILLER              PIC X(2).
           05  NOPENA              PIC X(1).
           05  NOPENO              PIC X(8).
           05  FILLER              PIC X(2).
           05  NCLOSEA             PIC X(1).
           05  NCLOSEO             PIC X(8).
           05  FILLER              PIC X(2).
           05  NNAMEA              PIC X(1).
           05  NNAMEO              PIC X(30).
           05  FILLER              PIC X(2).
           05  MSGA                PIC X(1).
           05  MSGO                PIC X(60).

