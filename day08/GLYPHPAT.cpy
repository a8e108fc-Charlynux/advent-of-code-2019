      *> separator column). Only letters the probe font can actually
      *> transmit are listed; a cell matching no entry renders as the
      *> '*' placeholder so operators know to eyeball just that cell.
      *> This is the compiled-in standard font 'STD6'. New letterforms
      *> are trained onto the glyph master (GLYPHMST) with GLYPHMNT
      *> instead, so adding a letter does not need a recompile.
           05 FILLER PIC X(25) VALUE 'A XX X  XX  XXXXXX  XX  X'.
           05 FILLER PIC X(25) VALUE 'BXXX X  XXXX X  XX  XXXX '.
           05 FILLER PIC X(25) VALUE 'C XX X  XX   X   X  X XX '.
