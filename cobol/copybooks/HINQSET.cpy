      *****************************************************************
      * COPYBOOK   : HINQSET
      * AUTHOR     : R. KOWALSKI
      * INSTALLATION : DATA PROCESSING - BATCH SUPPORT
      * DATE-WRITTEN : 2026-10-15.
      *-----------------------------------------------------------------
      * REMARKS.
      *     SYMBOLIC MAP FOR MAPSET HINQSET (SEE MAPS/HINQSET.BMS),
      *     THE HELP DESK INQUIRY SCREENS OF HELLO-INQ.  KEPT BY HAND
      *     RATHER THAN TAKEN FROM THE SYSPARM=DSECT ASSEMBLY, SO IT
      *     CARRIES THIS HEADER - IT MUST MATCH THE BMS SOURCE FIELD
      *     FOR FIELD, IN THE SAME ORDER.  EVERY NAMED FIELD IS A
      *     LENGTH (L), A FLAG/ATTRIBUTE BYTE (F/A) AND THE DATA (I ON
      *     INPUT, O ON OUTPUT); THE LINE ARRAYS OF HINQM2 AND HINQM3
      *     ARE THE OCCURS=14 DETAIL ROWS.  NO FIELD CARRIES EXTENDED
      *     ATTRIBUTES (THE MAPSET HAS NO DSATTS).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     DATE       BY     DESCRIPTION
      *     ---------- ------ --------------------------------------
      *     2026-10-15 RK     ORIGINAL COPYBOOK.
      *****************************************************************
       01  HINQM1I.
           05  FILLER              PIC X(12).
           05  M1TODAYL            PIC S9(04) COMP.
           05  M1TODAYF            PIC X(01).
           05  FILLER REDEFINES M1TODAYF.
               10  M1TODAYA        PIC X(01).
           05  M1TODAYI            PIC X(08).
           05  M1TIMEL             PIC S9(04) COMP.
           05  M1TIMEF             PIC X(01).
           05  FILLER REDEFINES M1TIMEF.
               10  M1TIMEA         PIC X(01).
           05  M1TIMEI             PIC X(08).
           05  M1DATEL             PIC S9(04) COMP.
           05  M1DATEF             PIC X(01).
           05  FILLER REDEFINES M1DATEF.
               10  M1DATEA         PIC X(01).
           05  M1DATEI             PIC X(08).
           05  M1JOBL              PIC S9(04) COMP.
           05  M1JOBF              PIC X(01).
           05  FILLER REDEFINES M1JOBF.
               10  M1JOBA          PIC X(01).
           05  M1JOBI              PIC X(08).
           05  M1RUNL              PIC S9(04) COMP.
           05  M1RUNF              PIC X(01).
           05  FILLER REDEFINES M1RUNF.
               10  M1RUNA          PIC X(01).
           05  M1RUNI              PIC X(07).
           05  M1LOBL              PIC S9(04) COMP.
           05  M1LOBF              PIC X(01).
           05  FILLER REDEFINES M1LOBF.
               10  M1LOBA          PIC X(01).
           05  M1LOBI              PIC X(07).
           05  M1BRAL              PIC S9(04) COMP.
           05  M1BRAF              PIC X(01).
           05  FILLER REDEFINES M1BRAF.
               10  M1BRAA          PIC X(01).
           05  M1BRAI              PIC X(07).
           05  M1PORL              PIC S9(04) COMP.
           05  M1PORF              PIC X(01).
           05  FILLER REDEFINES M1PORF.
               10  M1PORA          PIC X(01).
           05  M1PORI              PIC X(07).
           05  M1OTHL              PIC S9(04) COMP.
           05  M1OTHF              PIC X(01).
           05  FILLER REDEFINES M1OTHF.
               10  M1OTHA          PIC X(01).
           05  M1OTHI              PIC X(07).
           05  M1CKLNL             PIC S9(04) COMP.
           05  M1CKLNF             PIC X(01).
           05  FILLER REDEFINES M1CKLNF.
               10  M1CKLNA         PIC X(01).
           05  M1CKLNI             PIC X(07).
           05  M1CKTXL             PIC S9(04) COMP.
           05  M1CKTXF             PIC X(01).
           05  FILLER REDEFINES M1CKTXF.
               10  M1CKTXA         PIC X(01).
           05  M1CKTXI             PIC X(70).
           05  M1MSGL              PIC S9(04) COMP.
           05  M1MSGF              PIC X(01).
           05  FILLER REDEFINES M1MSGF.
               10  M1MSGA          PIC X(01).
           05  M1MSGI              PIC X(78).
       01  HINQM1O REDEFINES HINQM1I.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(03).
           05  M1TODAYO            PIC X(08).
           05  FILLER              PIC X(03).
           05  M1TIMEO             PIC X(08).
           05  FILLER              PIC X(03).
           05  M1DATEO             PIC X(08).
           05  FILLER              PIC X(03).
           05  M1JOBO              PIC X(08).
           05  FILLER              PIC X(03).
           05  M1RUNO              PIC ZZZZZZ9.
           05  FILLER              PIC X(03).
           05  M1LOBO              PIC ZZZZZZ9.
           05  FILLER              PIC X(03).
           05  M1BRAO              PIC ZZZZZZ9.
           05  FILLER              PIC X(03).
           05  M1PORO              PIC ZZZZZZ9.
           05  FILLER              PIC X(03).
           05  M1OTHO              PIC ZZZZZZ9.
           05  FILLER              PIC X(03).
           05  M1CKLNO             PIC ZZZZZZ9.
           05  FILLER              PIC X(03).
           05  M1CKTXO             PIC X(70).
           05  FILLER              PIC X(03).
           05  M1MSGO              PIC X(78).
       01  HINQM2I.
           05  FILLER              PIC X(12).
           05  M2TODAYL            PIC S9(04) COMP.
           05  M2TODAYF            PIC X(01).
           05  FILLER REDEFINES M2TODAYF.
               10  M2TODAYA        PIC X(01).
           05  M2TODAYI            PIC X(08).
           05  M2TIMEL             PIC S9(04) COMP.
           05  M2TIMEF             PIC X(01).
           05  FILLER REDEFINES M2TIMEF.
               10  M2TIMEA         PIC X(01).
           05  M2TIMEI             PIC X(08).
           05  M2DATEL             PIC S9(04) COMP.
           05  M2DATEF             PIC X(01).
           05  FILLER REDEFINES M2DATEF.
               10  M2DATEA         PIC X(01).
           05  M2DATEI             PIC X(08).
           05  M2DAYL              PIC S9(04) COMP.
           05  M2DAYF              PIC X(01).
           05  FILLER REDEFINES M2DAYF.
               10  M2DAYA          PIC X(01).
           05  M2DAYI              PIC X(09).
           05  M2BUSL              PIC S9(04) COMP.
           05  M2BUSF              PIC X(01).
           05  FILLER REDEFINES M2BUSF.
               10  M2BUSA          PIC X(01).
           05  M2BUSI              PIC X(42).
           05  M2CNTL              PIC S9(04) COMP.
           05  M2CNTF              PIC X(01).
           05  FILLER REDEFINES M2CNTF.
               10  M2CNTA          PIC X(01).
           05  M2CNTI              PIC X(05).
           05  M2PAGEL             PIC S9(04) COMP.
           05  M2PAGEF             PIC X(01).
           05  FILLER REDEFINES M2PAGEF.
               10  M2PAGEA         PIC X(01).
           05  M2PAGEI             PIC X(03).
           05  M2PAGESL            PIC S9(04) COMP.
           05  M2PAGESF            PIC X(01).
           05  FILLER REDEFINES M2PAGESF.
               10  M2PAGESA        PIC X(01).
           05  M2PAGESI            PIC X(03).
           05  M2LN-IN OCCURS 14 TIMES.
               10  M2LNL           PIC S9(04) COMP.
               10  M2LNF           PIC X(01).
               10  M2LNI           PIC X(79).
           05  M2MSGL              PIC S9(04) COMP.
           05  M2MSGF              PIC X(01).
           05  FILLER REDEFINES M2MSGF.
               10  M2MSGA          PIC X(01).
           05  M2MSGI              PIC X(78).
       01  HINQM2O REDEFINES HINQM2I.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(03).
           05  M2TODAYO            PIC X(08).
           05  FILLER              PIC X(03).
           05  M2TIMEO             PIC X(08).
           05  FILLER              PIC X(03).
           05  M2DATEO             PIC X(08).
           05  FILLER              PIC X(03).
           05  M2DAYO              PIC X(09).
           05  FILLER              PIC X(03).
           05  M2BUSO              PIC X(42).
           05  FILLER              PIC X(03).
           05  M2CNTO              PIC ZZZZ9.
           05  FILLER              PIC X(03).
           05  M2PAGEO             PIC ZZ9.
           05  FILLER              PIC X(03).
           05  M2PAGESO            PIC ZZ9.
           05  M2LN-OUT OCCURS 14 TIMES.
               10  FILLER          PIC X(02).
               10  M2LNA           PIC X(01).
               10  M2LNO           PIC X(79).
           05  FILLER              PIC X(03).
           05  M2MSGO              PIC X(78).
       01  HINQM3I.
           05  FILLER              PIC X(12).
           05  M3TODAYL            PIC S9(04) COMP.
           05  M3TODAYF            PIC X(01).
           05  FILLER REDEFINES M3TODAYF.
               10  M3TODAYA        PIC X(01).
           05  M3TODAYI            PIC X(08).
           05  M3TIMEL             PIC S9(04) COMP.
           05  M3TIMEF             PIC X(01).
           05  FILLER REDEFINES M3TIMEF.
               10  M3TIMEA         PIC X(01).
           05  M3TIMEI             PIC X(08).
           05  M3CNTL              PIC S9(04) COMP.
           05  M3CNTF              PIC X(01).
           05  FILLER REDEFINES M3CNTF.
               10  M3CNTA          PIC X(01).
           05  M3CNTI              PIC X(05).
           05  M3OLDL              PIC S9(04) COMP.
           05  M3OLDF              PIC X(01).
           05  FILLER REDEFINES M3OLDF.
               10  M3OLDA          PIC X(01).
           05  M3OLDI              PIC X(03).
           05  M3PAGEL             PIC S9(04) COMP.
           05  M3PAGEF             PIC X(01).
           05  FILLER REDEFINES M3PAGEF.
               10  M3PAGEA         PIC X(01).
           05  M3PAGEI             PIC X(03).
           05  M3PAGESL            PIC S9(04) COMP.
           05  M3PAGESF            PIC X(01).
           05  FILLER REDEFINES M3PAGESF.
               10  M3PAGESA        PIC X(01).
           05  M3PAGESI            PIC X(03).
           05  M3LN-IN OCCURS 14 TIMES.
               10  M3LNL           PIC S9(04) COMP.
               10  M3LNF           PIC X(01).
               10  M3LNI           PIC X(79).
           05  M3MSGL              PIC S9(04) COMP.
           05  M3MSGF              PIC X(01).
           05  FILLER REDEFINES M3MSGF.
               10  M3MSGA          PIC X(01).
           05  M3MSGI              PIC X(78).
       01  HINQM3O REDEFINES HINQM3I.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(03).
           05  M3TODAYO            PIC X(08).
           05  FILLER              PIC X(03).
           05  M3TIMEO             PIC X(08).
           05  FILLER              PIC X(03).
           05  M3CNTO              PIC ZZZZ9.
           05  FILLER              PIC X(03).
           05  M3OLDO              PIC ZZ9.
           05  FILLER              PIC X(03).
           05  M3PAGEO             PIC ZZ9.
           05  FILLER              PIC X(03).
           05  M3PAGESO            PIC ZZ9.
           05  M3LN-OUT OCCURS 14 TIMES.
               10  FILLER          PIC X(02).
               10  M3LNA           PIC X(01).
               10  M3LNO           PIC X(79).
           05  FILLER              PIC X(03).
           05  M3MSGO              PIC X(78).
