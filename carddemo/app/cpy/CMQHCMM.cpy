      * CMQHCMM - Symbolic Map for the CMQHCM Mapset (Map CMQHCMM)
      * Hand-built to match what BMS assembly would generate from
      * carddemo/app/bms/CMQHCM.bms, the same way CMQCTMM is built -
      * COPY into WORKING-STORAGE of any program that SENDs/RECEIVEs
      * the CMQHCM map.  CMQHCMI is the input (RECEIVE MAP) view,
      * CMQHCMO the output (SEND MAP) view; they REDEFINE the same
      * storage the way generated maps do.  Field order below follows
      * the order fields are coded in CMQHCM.bms - every named
      * DFHMDF, including constant-text labels, gets its own L/F/A/I
      * (and O) entry so offsets match.
       01  CMQHCMI.
         05  FILLER                PIC X(12).
         05  HTITLEL               PIC S9(04) COMP.
         05  HTITLEF               PIC X(01).
         05  FILLER REDEFINES HTITLEF.
             10  HTITLEA           PIC X(01).
         05  HTITLEI               PIC X(25).
         05  HDATEL                PIC S9(04) COMP.
         05  HDATEF                PIC X(01).
         05  FILLER REDEFINES HDATEF.
             10  HDATEA            PIC X(01).
         05  HDATEI                PIC X(08).
         05  HCRDL1L               PIC S9(04) COMP.
         05  HCRDL1F               PIC X(01).
         05  FILLER REDEFINES HCRDL1F.
             10  HCRDL1A           PIC X(01).
         05  HCRDL1I               PIC X(12).
         05  HCRDL                 PIC S9(04) COMP.
         05  HCRDF                 PIC X(01).
         05  FILLER REDEFINES HCRDF.
             10  HCRDA             PIC X(01).
         05  HCRDI                 PIC X(16).
         05  HSTAL1L               PIC S9(04) COMP.
         05  HSTAL1F               PIC X(01).
         05  FILLER REDEFINES HSTAL1F.
             10  HSTAL1A           PIC X(01).
         05  HSTAL1I               PIC X(07).
         05  HSTAL                 PIC S9(04) COMP.
         05  HSTAF                 PIC X(01).
         05  FILLER REDEFINES HSTAF.
             10  HSTAA             PIC X(01).
         05  HSTAI                 PIC X(01).
         05  HSRCL1L               PIC S9(04) COMP.
         05  HSRCL1F               PIC X(01).
         05  FILLER REDEFINES HSRCL1F.
             10  HSRCL1A           PIC X(01).
         05  HSRCL1I               PIC X(07).
         05  HSRCL                 PIC S9(04) COMP.
         05  HSRCF                 PIC X(01).
         05  FILLER REDEFINES HSRCF.
             10  HSRCA             PIC X(01).
         05  HSRCI                 PIC X(01).
         05  HRSNL1L               PIC S9(04) COMP.
         05  HRSNL1F               PIC X(01).
         05  FILLER REDEFINES HRSNL1F.
             10  HRSNL1A           PIC X(01).
         05  HRSNL1I               PIC X(07).
         05  HRSNL                 PIC S9(04) COMP.
         05  HRSNF                 PIC X(01).
         05  FILLER REDEFINES HRSNF.
             10  HRSNA             PIC X(01).
         05  HRSNI                 PIC X(40).
         05  HLSTL1L               PIC S9(04) COMP.
         05  HLSTL1F               PIC X(01).
         05  FILLER REDEFINES HLSTL1F.
             10  HLSTL1A           PIC X(01).
         05  HLSTL1I               PIC X(10).
         05  HLSUL                 PIC S9(04) COMP.
         05  HLSUF                 PIC X(01).
         05  FILLER REDEFINES HLSUF.
             10  HLSUA             PIC X(01).
         05  HLSUI                 PIC X(08).
         05  HLSDL                 PIC S9(04) COMP.
         05  HLSDF                 PIC X(01).
         05  FILLER REDEFINES HLSDF.
             10  HLSDA             PIC X(01).
         05  HLSDI                 PIC X(08).
         05  HLSTL                 PIC S9(04) COMP.
         05  HLSTF                 PIC X(01).
         05  FILLER REDEFINES HLSTF.
             10  HLSTA             PIC X(01).
         05  HLSTI                 PIC X(08).
         05  HLSRL                 PIC S9(04) COMP.
         05  HLSRF                 PIC X(01).
         05  FILLER REDEFINES HLSRF.
             10  HLSRA             PIC X(01).
         05  HLSRI                 PIC X(40).
         05  HALTL1L               PIC S9(04) COMP.
         05  HALTL1F               PIC X(01).
         05  FILLER REDEFINES HALTL1F.
             10  HALTL1A           PIC X(01).
         05  HALTL1I               PIC X(06).
         05  HALTL                 PIC S9(04) COMP.
         05  HALTF                 PIC X(01).
         05  FILLER REDEFINES HALTF.
             10  HALTA             PIC X(01).
         05  HALTI                 PIC X(24).
         05  HCLRL1L               PIC S9(04) COMP.
         05  HCLRL1F               PIC X(01).
         05  FILLER REDEFINES HCLRL1F.
             10  HCLRL1A           PIC X(01).
         05  HCLRL1I               PIC X(11).
         05  HCLUL                 PIC S9(04) COMP.
         05  HCLUF                 PIC X(01).
         05  FILLER REDEFINES HCLUF.
             10  HCLUA             PIC X(01).
         05  HCLUI                 PIC X(08).
         05  HCLDL                 PIC S9(04) COMP.
         05  HCLDF                 PIC X(01).
         05  FILLER REDEFINES HCLDF.
             10  HCLDA             PIC X(01).
         05  HCLDI                 PIC X(08).
         05  HCLTL                 PIC S9(04) COMP.
         05  HCLTF                 PIC X(01).
         05  FILLER REDEFINES HCLTF.
             10  HCLTA             PIC X(01).
         05  HCLTI                 PIC X(08).
         05  HCLRL                 PIC S9(04) COMP.
         05  HCLRF                 PIC X(01).
         05  FILLER REDEFINES HCLRF.
             10  HCLRA             PIC X(01).
         05  HCLRI                 PIC X(40).
         05  HMSGAL                PIC S9(04) COMP.
         05  HMSGAF                PIC X(01).
         05  FILLER REDEFINES HMSGAF.
             10  HMSGAA            PIC X(01).
         05  HMSGAI                PIC X(76).
         05  HKEYSL                PIC S9(04) COMP.
         05  HKEYSF                PIC X(01).
         05  FILLER REDEFINES HKEYSF.
             10  HKEYSA            PIC X(01).
         05  HKEYSI                PIC X(42).
         05  HKEY2L                PIC S9(04) COMP.
         05  HKEY2F                PIC X(01).
         05  FILLER REDEFINES HKEY2F.
             10  HKEY2A            PIC X(01).
         05  HKEY2I                PIC X(18).
       01  CMQHCMO REDEFINES CMQHCMI.
         05  FILLER                PIC X(12).
         05  FILLER                PIC X(03).
         05  HTITLEO               PIC X(25).
         05  FILLER                PIC X(03).
         05  HDATEO                PIC X(08).
         05  FILLER                PIC X(03).
         05  HCRDL1O               PIC X(12).
         05  FILLER                PIC X(03).
         05  HCRDO                 PIC X(16).
         05  FILLER                PIC X(03).
         05  HSTAL1O               PIC X(07).
         05  FILLER                PIC X(03).
         05  HSTAO                 PIC X(01).
         05  FILLER                PIC X(03).
         05  HSRCL1O               PIC X(07).
         05  FILLER                PIC X(03).
         05  HSRCO                 PIC X(01).
         05  FILLER                PIC X(03).
         05  HRSNL1O               PIC X(07).
         05  FILLER                PIC X(03).
         05  HRSNO                 PIC X(40).
         05  FILLER                PIC X(03).
         05  HLSTL1O               PIC X(10).
         05  FILLER                PIC X(03).
         05  HLSUO                 PIC X(08).
         05  FILLER                PIC X(03).
         05  HLSDO                 PIC X(08).
         05  FILLER                PIC X(03).
         05  HLSTO                 PIC X(08).
         05  FILLER                PIC X(03).
         05  HLSRO                 PIC X(40).
         05  FILLER                PIC X(03).
         05  HALTL1O               PIC X(06).
         05  FILLER                PIC X(03).
         05  HALTO                 PIC X(24).
         05  FILLER                PIC X(03).
         05  HCLRL1O               PIC X(11).
         05  FILLER                PIC X(03).
         05  HCLUO                 PIC X(08).
         05  FILLER                PIC X(03).
         05  HCLDO                 PIC X(08).
         05  FILLER                PIC X(03).
         05  HCLTO                 PIC X(08).
         05  FILLER                PIC X(03).
         05  HCLRO                 PIC X(40).
         05  FILLER                PIC X(03).
         05  HMSGAO                PIC X(76).
         05  FILLER                PIC X(03).
         05  HKEYSO                PIC X(42).
         05  FILLER                PIC X(03).
         05  HKEY2O                PIC X(18).
