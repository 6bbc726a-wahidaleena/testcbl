      *================================================================
      *    QBUGPA - symbolic map for mapset QBUGPA / map QBUGPP
      *    (QBUGPA.bms). Kept in step with the mapset by hand so the
      *    twelve list rows can be a subscripted table instead of
      *    twelve sets of generated names - field order and lengths
      *    follow the DFHMDF order exactly, each field contributing
      *    its length halfword, flag/attribute byte and data bytes.
      *================================================================
       01  QBUGPPI.
           05  FILLER              PIC X(12).
           05  PATOPL              PIC S9(4) COMP.
           05  PATOPF              PIC X(1).
           05  PATOPI              PIC X(18).
           05  APR-ROWI            OCCURS 12 TIMES.
               10  PICKL           PIC S9(4) COMP.
               10  PICKF           PIC X(1).
               10  PICKI           PIC X(1).
               10  ATML            PIC S9(4) COMP.
               10  ATMF            PIC X(1).
               10  ATMI            PIC X(6).
               10  AFNL            PIC S9(4) COMP.
               10  AFNF            PIC X(1).
               10  AFNI            PIC X(1).
               10  ASTL            PIC S9(4) COMP.
               10  ASTF            PIC X(1).
               10  ASTI            PIC X(1).
               10  ARQL            PIC S9(4) COMP.
               10  ARQF            PIC X(1).
               10  ARQI            PIC X(8).
               10  AQIL            PIC S9(4) COMP.
               10  AQIF            PIC X(1).
               10  AQII            PIC X(8).
               10  AITL            PIC S9(4) COMP.
               10  AITF            PIC X(1).
               10  AITI            PIC X(4).
               10  ACDL            PIC S9(4) COMP.
               10  ACDF            PIC X(1).
               10  ACDI            PIC X(4).
               10  ADTL            PIC S9(4) COMP.
               10  ADTF            PIC X(1).
               10  ADTI            PIC X(28).
               10  ADBL            PIC S9(4) COMP.
               10  ADBF            PIC X(1).
               10  ADBI            PIC X(8).
           05  MSGL                PIC S9(4) COMP.
           05  MSGF                PIC X(1).
           05  MSGI                PIC X(60).
       01  QBUGPPO REDEFINES QBUGPPI.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(2).
           05  PATOPA              PIC X(1).
           05  PATOPO              PIC X(18).
           05  APR-ROWO            OCCURS 12 TIMES.
               10  FILLER          PIC X(2).
               10  PICKA           PIC X(1).
               10  PICKO           PIC X(1).
               10  FILLER          PIC X(2).
               10  ATMA            PIC X(1).
               10  ATMO            PIC X(6).
               10  FILLER          PIC X(2).
               10  AFNA            PIC X(1).
               10  AFNO            PIC X(1).
               10  FILLER          PIC X(2).
               10  ASTA            PIC X(1).
               10  ASTO            PIC X(1).
               10  FILLER          PIC X(2).
               10  ARQA            PIC X(1).
               10  ARQO            PIC X(8).
               10  FILLER          PIC X(2).
               10  AQIA            PIC X(1).
               10  AQIO            PIC X(8).
               10  FILLER          PIC X(2).
               10  AITA            PIC X(1).
               10  AITO            PIC X(4).
               10  FILLER          PIC X(2).
               10  ACDA            PIC X(1).
               10  ACDO            PIC X(4).
               10  FILLER          PIC X(2).
               10  ADTA            PIC X(1).
               10  ADTO            PIC X(28).
               10  FILLER          PIC X(2).
               10  ADBA            PIC X(1).
               10  ADBO            PIC X(8).
           05  FILLER              PIC X(2).
           05  MSGA                PIC X(1).
           05  MSGO                PIC X(60).
