      *> ---------------------------------------------------------------
      *> FACTRQSM.CPY
      *> Symbolic map for mapset FACTRQS, map RQSSCR
      *> (cics/factrqs.bms).  Hand-maintained in step with the BMS
      *> source rather than regenerated by the map assembler, the same
      *> way FACTMAP.CPY is; see the notes there for the layout rules
      *> (every DFHMDF, named or not, occupies LENGTH+3 bytes in field
      *> order, unnamed fields skipped with a FILLER of their own
      *> LENGTH+3).  NVAL, RVAL, SVAL, OVAL, and PVAL specify
      *> PICIN/PICOUT of '99', so their I/O fields carry PIC 9(02)
      *> rather than the PIC X the other fields use.
      *> ---------------------------------------------------------------
       01  RQSMAPI.
           05  FILLER                pic x(34).
           05  TITLELL               pic s9(4) comp.
           05  TITLELF               pic x.
           05  FILLER REDEFINES TITLELF.
               10  TITLELA           pic x.
           05  TITLELI               pic x(08).
           05  FILLER                pic x(20).
           05  FUNCL                 pic s9(4) comp.
           05  FUNCF                 pic x.
           05  FILLER REDEFINES FUNCF.
               10  FUNCA             pic x.
           05  FUNCI                 pic x(01).
           05  FILLER                pic x(20).
           05  RTYPL                 pic s9(4) comp.
           05  RTYPF                 pic x.
           05  FILLER REDEFINES RTYPF.
               10  RTYPA             pic x.
           05  RTYPI                 pic x(01).
           05  FILLER                pic x(20).
           05  NVALL                 pic s9(4) comp.
           05  NVALF                 pic x.
           05  FILLER REDEFINES NVALF.
               10  NVALA             pic x.
           05  NVALI                 pic 9(02).
           05  FILLER                pic x(20).
           05  RVALL                 pic s9(4) comp.
           05  RVALF                 pic x.
           05  FILLER REDEFINES RVALF.
               10  RVALA             pic x.
           05  RVALI                 pic 9(02).
           05  FILLER                pic x(20).
           05  SVALL                 pic s9(4) comp.
           05  SVALF                 pic x.
           05  FILLER REDEFINES SVALF.
               10  SVALA             pic x.
           05  SVALI                 pic 9(02).
           05  FILLER                pic x(20).
           05  OVALL                 pic s9(4) comp.
           05  OVALF                 pic x.
           05  FILLER REDEFINES OVALF.
               10  OVALA             pic x.
           05  OVALI                 pic 9(02).
           05  FILLER                pic x(20).
           05  PVALL                 pic s9(4) comp.
           05  PVALF                 pic x.
           05  FILLER REDEFINES PVALF.
               10  PVALA             pic x.
           05  PVALI                 pic 9(02).
           05  FILLER                pic x(20).
           05  DEPTL                 pic s9(4) comp.
           05  DEPTF                 pic x.
           05  FILLER REDEFINES DEPTF.
               10  DEPTA             pic x.
           05  DEPTI                 pic x(04).
           05  CCTRL                 pic s9(4) comp.
           05  CCTRF                 pic x.
           05  FILLER REDEFINES CCTRF.
               10  CCTRA             pic x.
           05  CCTRI                 pic x(05).
           05  FILLER                pic x(20).
           05  SUBML                 pic s9(4) comp.
           05  SUBMF                 pic x.
           05  FILLER REDEFINES SUBMF.
               10  SUBMA             pic x.
           05  SUBMI                 pic x(17).
           05  FILLER                pic x(20).
           05  STATL                 pic s9(4) comp.
           05  STATF                 pic x.
           05  FILLER REDEFINES STATF.
               10  STATA             pic x.
           05  STATI                 pic x(40).
           05  FILLER                pic x(20).
           05  VAL1L                 pic s9(4) comp.
           05  VAL1F                 pic x.
           05  FILLER REDEFINES VAL1F.
               10  VAL1A             pic x.
           05  VAL1I                 pic x(60).
           05  VAL2L                 pic s9(4) comp.
           05  VAL2F                 pic x.
           05  FILLER REDEFINES VAL2F.
               10  VAL2A             pic x.
           05  VAL2I                 pic x(60).
           05  VAL3L                 pic s9(4) comp.
           05  VAL3F                 pic x.
           05  FILLER REDEFINES VAL3F.
               10  VAL3A             pic x.
           05  VAL3I                 pic x(60).
           05  FILLER                pic x(20).
           05  RSNL                  pic s9(4) comp.
           05  RSNF                  pic x.
           05  FILLER REDEFINES RSNF.
               10  RSNA              pic x.
           05  RSNI                  pic x(60).
           05  MSGL                  pic s9(4) comp.
           05  MSGF                  pic x.
           05  FILLER REDEFINES MSGF.
               10  MSGA              pic x.
           05  MSGI                  pic x(79).
           05  FILLER                pic x(44).

       01  RQSMAPO REDEFINES RQSMAPI.
           05  FILLER                pic x(34).
           05  FILLER                pic x(02).
           05  TITLELOA              pic x.
           05  TITLELO               pic x(08).
           05  FILLER                pic x(20).
           05  FILLER                pic x(02).
           05  FUNCOA                pic x.
           05  FUNCO                 pic x(01).
           05  FILLER                pic x(20).
           05  FILLER                pic x(02).
           05  RTYPOA                pic x.
           05  RTYPO                 pic x(01).
           05  FILLER                pic x(20).
           05  FILLER                pic x(02).
           05  NVALOA                pic x.
           05  NVALO                 pic 9(02).
           05  FILLER                pic x(20).
           05  FILLER                pic x(02).
           05  RVALOA                pic x.
           05  RVALO                 pic 9(02).
           05  FILLER                pic x(20).
           05  FILLER                pic x(02).
           05  SVALOA                pic x.
           05  SVALO                 pic 9(02).
           05  FILLER                pic x(20).
           05  FILLER                pic x(02).
           05  OVALOA                pic x.
           05  OVALO                 pic 9(02).
           05  FILLER                pic x(20).
           05  FILLER                pic x(02).
           05  PVALOA                pic x.
           05  PVALO                 pic 9(02).
           05  FILLER                pic x(20).
           05  FILLER                pic x(02).
           05  DEPTOA                pic x.
           05  DEPTO                 pic x(04).
           05  FILLER                pic x(02).
           05  CCTROA                pic x.
           05  CCTRO                 pic x(05).
           05  FILLER                pic x(20).
           05  FILLER                pic x(02).
           05  SUBMOA                pic x.
           05  SUBMO                 pic x(17).
           05  FILLER                pic x(20).
           05  FILLER                pic x(02).
           05  STATOA                pic x.
           05  STATO                 pic x(40).
           05  FILLER                pic x(20).
           05  FILLER                pic x(02).
           05  VAL1OA                pic x.
           05  VAL1O                 pic x(60).
           05  FILLER                pic x(02).
           05  VAL2OA                pic x.
           05  VAL2O                 pic x(60).
           05  FILLER                pic x(02).
           05  VAL3OA                pic x.
           05  VAL3O                 pic x(60).
           05  FILLER                pic x(20).
           05  FILLER                pic x(02).
           05  RSNOA                 pic x.
           05  RSNO                  pic x(60).
           05  FILLER                pic x(02).
           05  MSGOA                 pic x.
           05  MSGO                  pic x(79).
           05  FILLER                pic x(44).
