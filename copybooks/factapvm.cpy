      *> ---------------------------------------------------------------
      *> FACTAPVM.CPY
      *> Symbolic map for mapset FACTAPV, map FAPVSCR
      *> (cics/factapv.bms).  Hand-maintained in step with the BMS
      *> source rather than regenerated by the map assembler, the same
      *> way FACTMAP.CPY is; see the notes there for the layout rules
      *> (every DFHMDF, named or not, occupies LENGTH+3 bytes in field
      *> order, unnamed fields skipped with a FILLER of their own
      *> LENGTH+3).  NUM specifies PICIN/PICOUT of '99', so NUMI/NUMO
      *> carry PIC 9(02) rather than the PIC X the other fields use.
      *> ---------------------------------------------------------------
       01  FAPVMAPI.
           05  FILLER                pic x(35).
           05  TITLELL               pic s9(4) comp.
           05  TITLELF               pic x.
           05  FILLER REDEFINES TITLELF.
               10  TITLELA           pic x.
           05  TITLELI               pic x(08).
           05  FILLER                pic x(27).
           05  NUML                  pic s9(4) comp.
           05  NUMF                  pic x.
           05  FILLER REDEFINES NUMF.
               10  NUMA              pic x.
           05  NUMI                  pic 9(02).
           05  FILLER                pic x(27).
           05  ACTNL                 pic s9(4) comp.
           05  ACTNF                 pic x.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA             pic x.
           05  ACTNI                 pic x(30).
           05  FILLER                pic x(27).
           05  ENTBL                 pic s9(4) comp.
           05  ENTBF                 pic x.
           05  FILLER REDEFINES ENTBF.
               10  ENTBA             pic x.
           05  ENTBI                 pic x(08).
           05  FILLER                pic x(27).
           05  ENTAL                 pic s9(4) comp.
           05  ENTAF                 pic x.
           05  FILLER REDEFINES ENTAF.
               10  ENTAA             pic x.
           05  ENTAI                 pic x(17).
           05  FILLER                pic x(27).
           05  CUR1L                 pic s9(4) comp.
           05  CUR1F                 pic x.
           05  FILLER REDEFINES CUR1F.
               10  CUR1A             pic x.
           05  CUR1I                 pic x(60).
           05  CUR2L                 pic s9(4) comp.
           05  CUR2F                 pic x.
           05  FILLER REDEFINES CUR2F.
               10  CUR2A             pic x.
           05  CUR2I                 pic x(60).
           05  CUR3L                 pic s9(4) comp.
           05  CUR3F                 pic x.
           05  FILLER REDEFINES CUR3F.
               10  CUR3A             pic x.
           05  CUR3I                 pic x(60).
           05  FILLER                pic x(27).
           05  NEW1L                 pic s9(4) comp.
           05  NEW1F                 pic x.
           05  FILLER REDEFINES NEW1F.
               10  NEW1A             pic x.
           05  NEW1I                 pic x(60).
           05  NEW2L                 pic s9(4) comp.
           05  NEW2F                 pic x.
           05  FILLER REDEFINES NEW2F.
               10  NEW2A             pic x.
           05  NEW2I                 pic x(60).
           05  NEW3L                 pic s9(4) comp.
           05  NEW3F                 pic x.
           05  FILLER REDEFINES NEW3F.
               10  NEW3A             pic x.
           05  NEW3I                 pic x(60).
           05  FILLER                pic x(27).
           05  DECNL                 pic s9(4) comp.
           05  DECNF                 pic x.
           05  FILLER REDEFINES DECNF.
               10  DECNA             pic x.
           05  DECNI                 pic x(01).
           05  MSGL                  pic s9(4) comp.
           05  MSGF                  pic x.
           05  FILLER REDEFINES MSGF.
               10  MSGA              pic x.
           05  MSGI                  pic x(79).
           05  FILLER                pic x(44).

       01  FAPVMAPO REDEFINES FAPVMAPI.
           05  FILLER                pic x(35).
           05  FILLER                pic x(02).
           05  TITLELOA              pic x.
           05  TITLELO               pic x(08).
           05  FILLER                pic x(27).
           05  FILLER                pic x(02).
           05  NUMOA                 pic x.
           05  NUMO                  pic 9(02).
           05  FILLER                pic x(27).
           05  FILLER                pic x(02).
           05  ACTNOA                pic x.
           05  ACTNO                 pic x(30).
           05  FILLER                pic x(27).
           05  FILLER                pic x(02).
           05  ENTBOA                pic x.
           05  ENTBO                 pic x(08).
           05  FILLER                pic x(27).
           05  FILLER                pic x(02).
           05  ENTAOA                pic x.
           05  ENTAO                 pic x(17).
           05  FILLER                pic x(27).
           05  FILLER                pic x(02).
           05  CUR1OA                pic x.
           05  CUR1O                 pic x(60).
           05  FILLER                pic x(02).
           05  CUR2OA                pic x.
           05  CUR2O                 pic x(60).
           05  FILLER                pic x(02).
           05  CUR3OA                pic x.
           05  CUR3O                 pic x(60).
           05  FILLER                pic x(27).
           05  FILLER                pic x(02).
           05  NEW1OA                pic x.
           05  NEW1O                 pic x(60).
           05  FILLER                pic x(02).
           05  NEW2OA                pic x.
           05  NEW2O                 pic x(60).
           05  FILLER                pic x(02).
           05  NEW3OA                pic x.
           05  NEW3O                 pic x(60).
           05  FILLER                pic x(27).
           05  FILLER                pic x(02).
           05  DECNOA                pic x.
           05  DECNO                 pic x(01).
           05  FILLER                pic x(02).
           05  MSGOA                 pic x.
           05  MSGO                  pic x(79).
           05  FILLER                pic x(44).
