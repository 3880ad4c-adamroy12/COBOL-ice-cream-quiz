      *> IC-FLAVOR-PAR-RECORD - one line per row in IC-FLAVOR-PAR.DAT,
      *> the ordering companion to the flavor master (icflvr.cpy),
      *> read by quizfcst. IC-FLAVORS.DAT says what a flavor is
      *> called and belongs to marketing; this file says how it is
      *> bought and belongs to purchasing, so it is kept apart
      *> rather than widening the master every report reads.
      *>   IC-FPAR-STORE     store the row applies to; 000 is the
      *>                     chain-wide row. A store's own row for a
      *>                     flavor wins over the chain row.
      *>   IC-FPAR-FLAVOR    canonical flavor name as it appears on
      *>                     IC-FLAVORS.DAT (matched case-blind;
      *>                     alias spellings are not used here)
      *>   IC-FPAR-SERVINGS  servings one tub yields
      *>   IC-FPAR-MIN-PAR   tubs ordered for a trading week however
      *>                     low the forecast - zero for none. A
      *>                     flavor with a minimum par is ordered
      *>                     even when nobody named it.
      *> A flavor with no row on either level is forecast at the
      *> default tub size quizfcst prints in its heading, with no
      *> minimum, and marked on the report so the row gets added.
       01 IC-FLAVOR-PAR-RECORD.
           05 IC-FPAR-STORE PIC 9(3).
           05 IC-FPAR-FLAVOR PIC X(20).
           05 IC-FPAR-SERVINGS PIC 9(4).
           05 IC-FPAR-MIN-PAR PIC 9(3).
