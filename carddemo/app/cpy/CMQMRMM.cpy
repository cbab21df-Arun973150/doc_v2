      * CMQMRMM - Symbolic Map for the CMQMRM Mapset (Map CMQMRMM)
      * Hand-built to match what BMS assembly would generate from
      * carddemo/app/bms/CMQMRM.bms, the same way CMQCTMM is built -
      * COPY into WORKING-STORAGE of any program that SENDs/RECEIVEs
      * the CMQMRM map.  CMQMRMI is the input (RECEIVE MAP) view,
      * CMQMRMO the output (SEND MAP) view; they REDEFINE the same
      * storage the way generated maps do.  Field order below follows
      * the order fields are coded in CMQMRM.bms - every named
      * DFHMDF, including constant-text labels, gets its own L/F/A/I
      * (and O) entry so offsets match.
       01  CMQMRMI.
         05  FILLER                PIC X(12).
         05  NTITLEL               PIC S9(04) COMP.
         05  NTITLEF               PIC X(01).
         05  FILLER REDEFINES NTITLEF.
             10  NTITLEA           PIC X(01).
         05  NTITLEI               PIC X(27).
         05  NDATEL                PIC S9(04) COMP.
         05  NDATEF                PIC X(01).
         05  FILLER REDEFINES NDATEF.
             10  NDATEA            PIC X(01).
         05  NDATEI                PIC X(08).
         05  NMIDL1L               PIC S9(04) COMP.
         05  NMIDL1F               PIC X(01).
         05  FILLER REDEFINES NMIDL1F.
             10  NMIDL1A           PIC X(01).
         05  NMIDL1I               PIC X(12).
         05  NMIDL                 PIC S9(04) COMP.
         05  NMIDF                 PIC X(01).
         05  FILLER REDEFINES NMIDF.
             10  NMIDA             PIC X(01).
         05  NMIDI                 PIC X(15).
         05  NNAML1L               PIC S9(04) COMP.
         05  NNAML1F               PIC X(01).
         05  FILLER REDEFINES NNAML1F.
             10  NNAML1A           PIC X(01).
         05  NNAML1I               PIC X(11).
         05  NNAML                 PIC S9(04) COMP.
         05  NNAMF                 PIC X(01).
         05  FILLER REDEFINES NNAMF.
             10  NNAMA             PIC X(01).
         05  NNAMI                 PIC X(40).
         05  NSTAL1L               PIC S9(04) COMP.
         05  NSTAL1F               PIC X(01).
         05  FILLER REDEFINES NSTAL1F.
             10  NSTAL1A           PIC X(01).
         05  NSTAL1I               PIC X(15).
         05  NSTAL                 PIC S9(04) COMP.
         05  NSTAF                 PIC X(01).
         05  FILLER REDEFINES NSTAF.
             10  NSTAA             PIC X(01).
         05  NSTAI                 PIC X(01).
         05  NCATL1L               PIC S9(04) COMP.
         05  NCATL1F               PIC X(01).
         05  FILLER REDEFINES NCATL1F.
             10  NCATL1A           PIC X(01).
         05  NCATL1I               PIC X(09).
         05  NCATL                 PIC S9(04) COMP.
         05  NCATF                 PIC X(01).
         05  FILLER REDEFINES NCATF.
             10  NCATA             PIC X(01).
         05  NCATI                 PIC X(04).
         05  NFNDL1L               PIC S9(04) COMP.
         05  NFNDL1F               PIC X(01).
         05  FILLER REDEFINES NFNDL1F.
             10  NFNDL1A           PIC X(01).
         05  NFNDL1I               PIC X(16).
         05  NFNDL                 PIC S9(04) COMP.
         05  NFNDF                 PIC X(01).
         05  FILLER REDEFINES NFNDF.
             10  NFNDA             PIC X(01).
         05  NFNDI                 PIC X(20).
         05  NTKTL1L               PIC S9(04) COMP.
         05  NTKTL1F               PIC X(01).
         05  FILLER REDEFINES NTKTL1F.
             10  NTKTL1A           PIC X(01).
         05  NTKTL1I               PIC X(11).
         05  NTKTL                 PIC S9(04) COMP.
         05  NTKTF                 PIC X(01).
         05  FILLER REDEFINES NTKTF.
             10  NTKTA             PIC X(01).
         05  NTKTI                 PIC X(09).
         05  NMNTL1L               PIC S9(04) COMP.
         05  NMNTL1F               PIC X(01).
         05  FILLER REDEFINES NMNTL1F.
             10  NMNTL1A           PIC X(01).
         05  NMNTL1I               PIC X(11).
         05  NMNUL                 PIC S9(04) COMP.
         05  NMNUF                 PIC X(01).
         05  FILLER REDEFINES NMNUF.
             10  NMNUA             PIC X(01).
         05  NMNUI                 PIC X(08).
         05  NMNDL                 PIC S9(04) COMP.
         05  NMNDF                 PIC X(01).
         05  FILLER REDEFINES NMNDF.
             10  NMNDA             PIC X(01).
         05  NMNDI                 PIC X(08).
         05  NMSGAL                PIC S9(04) COMP.
         05  NMSGAF                PIC X(01).
         05  FILLER REDEFINES NMSGAF.
             10  NMSGAA            PIC X(01).
         05  NMSGAI                PIC X(76).
         05  NKEYSL                PIC S9(04) COMP.
         05  NKEYSF                PIC X(01).
         05  FILLER REDEFINES NKEYSF.
             10  NKEYSA            PIC X(01).
         05  NKEYSI                PIC X(44).
       01  CMQMRMO REDEFINES CMQMRMI.
         05  FILLER                PIC X(12).
         05  FILLER                PIC X(03).
         05  NTITLEO               PIC X(27).
         05  FILLER                PIC X(03).
         05  NDATEO                PIC X(08).
         05  FILLER                PIC X(03).
         05  NMIDL1O               PIC X(12).
         05  FILLER                PIC X(03).
         05  NMIDO                 PIC X(15).
         05  FILLER                PIC X(03).
         05  NNAML1O               PIC X(11).
         05  FILLER                PIC X(03).
         05  NNAMO                 PIC X(40).
         05  FILLER                PIC X(03).
         05  NSTAL1O               PIC X(15).
         05  FILLER                PIC X(03).
         05  NSTAO                 PIC X(01).
         05  FILLER                PIC X(03).
         05  NCATL1O               PIC X(09).
         05  FILLER                PIC X(03).
         05  NCATO                 PIC X(04).
         05  FILLER                PIC X(03).
         05  NFNDL1O               PIC X(16).
         05  FILLER                PIC X(03).
         05  NFNDO                 PIC X(20).
         05  FILLER                PIC X(03).
         05  NTKTL1O               PIC X(11).
         05  FILLER                PIC X(03).
         05  NTKTO                 PIC X(09).
         05  FILLER                PIC X(03).
         05  NMNTL1O               PIC X(11).
         05  FILLER                PIC X(03).
         05  NMNUO                 PIC X(08).
         05  FILLER                PIC X(03).
         05  NMNDO                 PIC X(08).
         05  FILLER                PIC X(03).
         05  NMSGAO                PIC X(76).
         05  FILLER                PIC X(03).
         05  NKEYSO                PIC X(44).
