      * CMQENMM - Symbolic Map for the CMQENM Mapset (Map CMQENMM)
      * Hand-built to match what BMS assembly would generate from
      * carddemo/app/bms/CMQENM.bms, the same way CMQCTMM is built -
      * COPY into WORKING-STORAGE of any program that SENDs/RECEIVEs
      * the CMQENM map.  CMQENMI is the input (RECEIVE MAP) view,
      * CMQENMO the output (SEND MAP) view; they REDEFINE the same
      * storage the way generated maps do.  Field order below follows
      * the order fields are coded in CMQENM.bms - every named
      * DFHMDF, including constant-text labels, gets its own L/F/A/I
      * (and O) entry so offsets match.
       01  CMQENMI.
         05  FILLER                PIC X(12).
         05  ETITLEL               PIC S9(04) COMP.
         05  ETITLEF               PIC X(01).
         05  FILLER REDEFINES ETITLEF.
             10  ETITLEA           PIC X(01).
         05  ETITLEI               PIC X(35).
         05  EDATEL                PIC S9(04) COMP.
         05  EDATEF                PIC X(01).
         05  FILLER REDEFINES EDATEF.
             10  EDATEA            PIC X(01).
         05  EDATEI                PIC X(08).
         05  EUSRL1L               PIC S9(04) COMP.
         05  EUSRL1F               PIC X(01).
         05  FILLER REDEFINES EUSRL1F.
             10  EUSRL1A           PIC X(01).
         05  EUSRL1I               PIC X(08).
         05  EUSRL                 PIC S9(04) COMP.
         05  EUSRF                 PIC X(01).
         05  FILLER REDEFINES EUSRF.
             10  EUSRA             PIC X(01).
         05  EUSRI                 PIC X(08).
         05  ETRNL1L               PIC S9(04) COMP.
         05  ETRNL1F               PIC X(01).
         05  FILLER REDEFINES ETRNL1F.
             10  ETRNL1A           PIC X(01).
         05  ETRNL1I               PIC X(12).
         05  ETRNL                 PIC S9(04) COMP.
         05  ETRNF                 PIC X(01).
         05  FILLER REDEFINES ETRNF.
             10  ETRNA             PIC X(01).
         05  ETRNI                 PIC X(04).
         05  ETRNL2L               PIC S9(04) COMP.
         05  ETRNL2F               PIC X(01).
         05  FILLER REDEFINES ETRNL2F.
             10  ETRNL2A           PIC X(01).
         05  ETRNL2I               PIC X(27).
         05  EVIWL1L               PIC S9(04) COMP.
         05  EVIWL1F               PIC X(01).
         05  FILLER REDEFINES EVIWL1F.
             10  EVIWL1A           PIC X(01).
         05  EVIWL1I               PIC X(24).
         05  EVIWL                 PIC S9(04) COMP.
         05  EVIWF                 PIC X(01).
         05  FILLER REDEFINES EVIWF.
             10  EVIWA             PIC X(01).
         05  EVIWI                 PIC X(01).
         05  EMNTL1L               PIC S9(04) COMP.
         05  EMNTL1F               PIC X(01).
         05  FILLER REDEFINES EMNTL1F.
             10  EMNTL1A           PIC X(01).
         05  EMNTL1I               PIC X(24).
         05  EMNTL                 PIC S9(04) COMP.
         05  EMNTF                 PIC X(01).
         05  FILLER REDEFINES EMNTF.
             10  EMNTA             PIC X(01).
         05  EMNTI                 PIC X(01).
         05  EDLOL1L               PIC S9(04) COMP.
         05  EDLOL1F               PIC X(01).
         05  FILLER REDEFINES EDLOL1F.
             10  EDLOL1A           PIC X(01).
         05  EDLOL1I               PIC X(24).
         05  EDLOL                 PIC S9(04) COMP.
         05  EDLOF                 PIC X(01).
         05  FILLER REDEFINES EDLOF.
             10  EDLOA             PIC X(01).
         05  EDLOI                 PIC X(01).
         05  EDMEL1L               PIC S9(04) COMP.
         05  EDMEL1F               PIC X(01).
         05  FILLER REDEFINES EDMEL1F.
             10  EDMEL1A           PIC X(01).
         05  EDMEL1I               PIC X(24).
         05  EDMEL                 PIC S9(04) COMP.
         05  EDMEF                 PIC X(01).
         05  FILLER REDEFINES EDMEF.
             10  EDMEA             PIC X(01).
         05  EDMEI                 PIC X(01).
         05  EDHIL1L               PIC S9(04) COMP.
         05  EDHIL1F               PIC X(01).
         05  FILLER REDEFINES EDHIL1F.
             10  EDHIL1A           PIC X(01).
         05  EDHIL1I               PIC X(24).
         05  EDHIL                 PIC S9(04) COMP.
         05  EDHIF                 PIC X(01).
         05  FILLER REDEFINES EDHIF.
             10  EDHIA             PIC X(01).
         05  EDHII                 PIC X(01).
         05  ERQUL1L               PIC S9(04) COMP.
         05  ERQUL1F               PIC X(01).
         05  FILLER REDEFINES ERQUL1F.
             10  ERQUL1A           PIC X(01).
         05  ERQUL1I               PIC X(24).
         05  ERQUL                 PIC S9(04) COMP.
         05  ERQUF                 PIC X(01).
         05  FILLER REDEFINES ERQUF.
             10  ERQUA             PIC X(01).
         05  ERQUI                 PIC X(01).
         05  ESTGL1L               PIC S9(04) COMP.
         05  ESTGL1F               PIC X(01).
         05  FILLER REDEFINES ESTGL1F.
             10  ESTGL1A           PIC X(01).
         05  ESTGL1I               PIC X(24).
         05  ESTGL                 PIC S9(04) COMP.
         05  ESTGF                 PIC X(01).
         05  FILLER REDEFINES ESTGF.
             10  ESTGA             PIC X(01).
         05  ESTGI                 PIC X(01).
         05  EPRGL1L               PIC S9(04) COMP.
         05  EPRGL1F               PIC X(01).
         05  FILLER REDEFINES EPRGL1F.
             10  EPRGL1A           PIC X(01).
         05  EPRGL1I               PIC X(24).
         05  EPRGL                 PIC S9(04) COMP.
         05  EPRGF                 PIC X(01).
         05  FILLER REDEFINES EPRGF.
             10  EPRGA             PIC X(01).
         05  EPRGI                 PIC X(01).
         05  EFLGL1L               PIC S9(04) COMP.
         05  EFLGL1F               PIC X(01).
         05  FILLER REDEFINES EFLGL1F.
             10  EFLGL1A           PIC X(01).
         05  EFLGL1I               PIC X(43).
         05  EMNTL2L               PIC S9(04) COMP.
         05  EMNTL2F               PIC X(01).
         05  FILLER REDEFINES EMNTL2F.
             10  EMNTL2A           PIC X(01).
         05  EMNTL2I               PIC X(11).
         05  EMNUL                 PIC S9(04) COMP.
         05  EMNUF                 PIC X(01).
         05  FILLER REDEFINES EMNUF.
             10  EMNUA             PIC X(01).
         05  EMNUI                 PIC X(08).
         05  EMNDL                 PIC S9(04) COMP.
         05  EMNDF                 PIC X(01).
         05  FILLER REDEFINES EMNDF.
             10  EMNDA             PIC X(01).
         05  EMNDI                 PIC X(08).
         05  EMSGAL                PIC S9(04) COMP.
         05  EMSGAF                PIC X(01).
         05  FILLER REDEFINES EMSGAF.
             10  EMSGAA            PIC X(01).
         05  EMSGAI                PIC X(76).
         05  EKEYSL                PIC S9(04) COMP.
         05  EKEYSF                PIC X(01).
         05  FILLER REDEFINES EKEYSF.
             10  EKEYSA            PIC X(01).
         05  EKEYSI                PIC X(44).
       01  CMQENMO REDEFINES CMQENMI.
         05  FILLER                PIC X(12).
         05  FILLER                PIC X(03).
         05  ETITLEO               PIC X(35).
         05  FILLER                PIC X(03).
         05  EDATEO                PIC X(08).
         05  FILLER                PIC X(03).
         05  EUSRL1O               PIC X(08).
         05  FILLER                PIC X(03).
         05  EUSRO                 PIC X(08).
         05  FILLER                PIC X(03).
         05  ETRNL1O               PIC X(12).
         05  FILLER                PIC X(03).
         05  ETRNO                 PIC X(04).
         05  FILLER                PIC X(03).
         05  ETRNL2O               PIC X(27).
         05  FILLER                PIC X(03).
         05  EVIWL1O               PIC X(24).
         05  FILLER                PIC X(03).
         05  EVIWO                 PIC X(01).
         05  FILLER                PIC X(03).
         05  EMNTL1O               PIC X(24).
         05  FILLER                PIC X(03).
         05  EMNTO                 PIC X(01).
         05  FILLER                PIC X(03).
         05  EDLOL1O               PIC X(24).
         05  FILLER                PIC X(03).
         05  EDLOO                 PIC X(01).
         05  FILLER                PIC X(03).
         05  EDMEL1O               PIC X(24).
         05  FILLER                PIC X(03).
         05  EDMEO                 PIC X(01).
         05  FILLER                PIC X(03).
         05  EDHIL1O               PIC X(24).
         05  FILLER                PIC X(03).
         05  EDHIO                 PIC X(01).
         05  FILLER                PIC X(03).
         05  ERQUL1O               PIC X(24).
         05  FILLER                PIC X(03).
         05  ERQUO                 PIC X(01).
         05  FILLER                PIC X(03).
         05  ESTGL1O               PIC X(24).
         05  FILLER                PIC X(03).
         05  ESTGO                 PIC X(01).
         05  FILLER                PIC X(03).
         05  EPRGL1O               PIC X(24).
         05  FILLER                PIC X(03).
         05  EPRGO                 PIC X(01).
         05  FILLER                PIC X(03).
         05  EFLGL1O               PIC X(43).
         05  FILLER                PIC X(03).
         05  EMNTL2O               PIC X(11).
         05  FILLER                PIC X(03).
         05  EMNUO                 PIC X(08).
         05  FILLER                PIC X(03).
         05  EMNDO                 PIC X(08).
         05  FILLER                PIC X(03).
         05  EMSGAO                PIC X(76).
         05  FILLER                PIC X(03).
         05  EKEYSO                PIC X(44).
