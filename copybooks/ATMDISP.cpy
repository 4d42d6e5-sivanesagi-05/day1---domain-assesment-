      *****************************************************
      * ATMDISP.cpy                                        *
      * ATM cash dispense extract - one record per ATM      *
      * withdrawal the channel intake accepts, posted or     *
      * referred, with the vendor's capture date and time so  *
      * ATMCASH can tell which cash cycle of the machine paid  *
      * it out.                                                 *
      *****************************************************
       01 ATM-DISPENSE-RECORD.
          05 ADS-TERMINAL-ID        PIC X(8).
          05 ADS-BRANCH             PIC X(4).
          05 ADS-TXN-DATE           PIC 9(8).
          05 ADS-TXN-TIME           PIC 9(6).
          05 ADS-AMOUNT             PIC 9(6).
