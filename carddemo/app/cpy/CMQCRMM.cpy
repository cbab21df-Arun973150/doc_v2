      * CMQCRMM - Symbolic Map for the CMQCRM Mapset (Map CMQCRMM)
      * Hand-built to match what BMS assembly would generate from
      * carddemo/app/bms/CMQCRM.bms, the same way CMQCTMM is built -
      * COPY into WORKING-STORAGE of any program that SENDs/RECEIVEs
      * the CMQCRM map.  CMQCRMI is the input (RECEIVE MAP) view,
      * CMQCRMO the output (SEND MAP) view; they REDEFINE the same
      * storage the way generated maps do.  Field order below follows
      * the order fields are coded in CMQCRM.bms - every named
      * DFHMDF, including constant-text labels, gets its own L/F/A/I
      * (and O) entry so offsets match.
       01  CMQCRMI.
         05  FILLER                PIC X(12).
         05  KTITLEL               PIC S9(04) COMP.
         05  KTITLEF               PIC X(01).
         05  FILLER REDEFINES KTITLEF.
             10  KTITLEA           PIC X(01).
         05  KTITLEI               PIC X(24).
         05  KDATEL                PIC S9(04) COMP.
         05  KDATEF                PIC X(01).
         05  FILLER REDEFINES KDATEF.
             10  KDATEA            PIC X(01).
         05  KDATEI                PIC X(08).
         05  KCRDL1L               PIC S9(04) COMP.
         05  KCRDL1F               PIC X(01).
         05  FILLER REDEFINES KCRDL1F.
             10  KCRDL1A           PIC X(01).
         05  KCRDL1I               PIC X(12).
         05  KCRDL                 PIC S9(04) COMP.
         05  KCRDF                 PIC X(01).
         05  FILLER REDEFINES KCRDF.
             10  KCRDA             PIC X(01).
         05  KCRDI                 PIC X(16).
         05  KSTAL1L               PIC S9(04) COMP.
         05  KSTAL1F               PIC X(01).
         05  FILLER REDEFINES KSTAL1F.
             10  KSTAL1A           PIC X(01).
         05  KSTAL1I               PIC X(15).
         05  KSTAL                 PIC S9(04) COMP.
         05  KSTAF                 PIC X(01).
         05  FILLER REDEFINES KSTAF.
             10  KSTAA             PIC X(01).
         05  KSTAI                 PIC X(01).
         05  KEXPL1L               PIC S9(04) COMP.
         05  KEXPL1F               PIC X(01).
         05  FILLER REDEFINES KEXPL1F.
             10  KEXPL1A           PIC X(01).
         05  KEXPL1I               PIC X(18).
         05  KEXPL                 PIC S9(04) COMP.
         05  KEXPF                 PIC X(01).
         05  FILLER REDEFINES KEXPF.
             10  KEXPA             PIC X(01).
         05  KEXPI                 PIC X(08).
         05  KLIML1L               PIC S9(04) COMP.
         05  KLIML1F               PIC X(01).
         05  FILLER REDEFINES KLIML1F.
             10  KLIML1A           PIC X(01).
         05  KLIML1I               PIC X(13).
         05  KLIML                 PIC S9(04) COMP.
         05  KLIMF                 PIC X(01).
         05  FILLER REDEFINES KLIMF.
             10  KLIMA             PIC X(01).
         05  KLIMI                 PIC X(09).
         05  KOTBL1L               PIC S9(04) COMP.
         05  KOTBL1F               PIC X(01).
         05  FILLER REDEFINES KOTBL1F.
             10  KOTBL1A           PIC X(01).
         05  KOTBL1I               PIC X(12).
         05  KOTBL                 PIC S9(04) COMP.
         05  KOTBF                 PIC X(01).
         05  FILLER REDEFINES KOTBF.
             10  KOTBA             PIC X(01).
         05  KOTBI                 PIC X(14).
         05  KMNTL1L               PIC S9(04) COMP.
         05  KMNTL1F               PIC X(01).
         05  FILLER REDEFINES KMNTL1F.
             10  KMNTL1A           PIC X(01).
         05  KMNTL1I               PIC X(11).
         05  KMNUL                 PIC S9(04) COMP.
         05  KMNUF                 PIC X(01).
         05  FILLER REDEFINES KMNUF.
             10  KMNUA             PIC X(01).
         05  KMNUI                 PIC X(08).
         05  KMNDL                 PIC S9(04) COMP.
         05  KMNDF                 PIC X(01).
         05  FILLER REDEFINES KMNDF.
             10  KMNDA             PIC X(01).
         05  KMNDI                 PIC X(08).
         05  KMSGAL                PIC S9(04) COMP.
         05  KMSGAF                PIC X(01).
         05  FILLER REDEFINES KMSGAF.
             10  KMSGAA            PIC X(01).
         05  KMSGAI                PIC X(76).
         05  KKEYSL                PIC S9(04) COMP.
         05  KKEYSF                PIC X(01).
         05  FILLER REDEFINES KKEYSF.
             10  KKEYSA            PIC X(01).
         05  KKEYSI                PIC X(44).
       01  CMQCRMO REDEFINES CMQCRMI.
         05  FILLER                PIC X(12).
         05  FILLER                PIC X(03).
         05  KTITLEO               PIC X(24).
         05  FILLER                PIC X(03).
         05  KDATEO                PIC X(08).
         05  FILLER                PIC X(03).
         05  KCRDL1O               PIC X(12).
         05  FILLER                PIC X(03).
         05  KCRDO                 PIC X(16).
         05  FILLER                PIC X(03).
         05  KSTAL1O               PIC X(15).
         05  FILLER                PIC X(03).
         05  KSTAO                 PIC X(01).
         05  FILLER                PIC X(03).
         05  KEXPL1O               PIC X(18).
         05  FILLER                PIC X(03).
         05  KEXPO                 PIC X(08).
         05  FILLER                PIC X(03).
         05  KLIML1O               PIC X(13).
         05  FILLER                PIC X(03).
         05  KLIMO                 PIC X(09).
         05  FILLER                PIC X(03).
         05  KOTBL1O               PIC X(12).
         05  FILLER                PIC X(03).
         05  KOTBO                 PIC X(14).
         05  FILLER                PIC X(03).
         05  KMNTL1O               PIC X(11).
         05  FILLER                PIC X(03).
         05  KMNUO                 PIC X(08).
         05  FILLER                PIC X(03).
         05  KMNDO                 PIC X(08).
         05  FILLER                PIC X(03).
         05  KMSGAO                PIC X(76).
         05  FILLER                PIC X(03).
         05  KKEYSO                PIC X(44).
