      *  are dropped once exported, so MSG-COUNT alone no longer   *
      *  says how much a request really parsed - these do, and     *
      *  MAINJ400B's trailer counts read them.                     *
      *  MSG-RPYVAL/MSG-RPYUSER/MSG-RPYTS (Oct2026): the reply an  *
      *  inquiry message got, who gave it and when, picked off     *
      *  the reply line PARSERDO used to fold in as continuation   *
      *  text - blank on every entry that is not an answered       *
      *  inquiry.  JOBDRV writes them to INQRPY.                   *
      *----------------------------------------------------------*
       01  MSG-TABLE.
           05  MSG-COUNT               PIC 9(05) BINARY VALUE ZERO.
               10  MSG-SECLVL          PIC X(200).
               10  MSG-LASTLINE        PIC 9(09) BINARY.
               10  MSG-SUPP-FL         PIC X(01).
               10  MSG-RPYVAL          PIC X(20).
               10  MSG-RPYUSER         PIC X(10).
               10  MSG-RPYTS           PIC X(26).
