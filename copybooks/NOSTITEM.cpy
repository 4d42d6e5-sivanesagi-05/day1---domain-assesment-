      *****************************************************
      * NOSTITEM.cpy                                       *
      * One nostro movement awaiting reconciliation, keyed  *
      * by currency + side + entry date + sequence. Their    *
      * side is loaded from the correspondent's statement by  *
      * NOSTLOAD; our side is written by NOSTMTCH from the     *
      * day's foreign cash postings and outward wires. An item  *
      * stays open, and ages on the daily report, until it is    *
      * matched to one on the other side.                         *
      *****************************************************
       01 NOSTRO-ITEM-RECORD.
          05 NOI-KEY.
             10 NOI-CURRENCY-CODE   PIC X(3).
             10 NOI-SIDE            PIC X.
                88 NOI-OUR-ITEM     VALUE "O".
                88 NOI-THEIR-ITEM   VALUE "T".
      * THE STATEMENT DATE FOR THEIR ITEMS, THE PROCESSING DATE
      * FOR OURS.
             10 NOI-ENTRY-DATE      PIC 9(8).
             10 NOI-SEQ             PIC 9(6).
          05 NOI-VALUE-DATE         PIC 9(8).
      * AS THE NOSTRO SEES IT - A DEBIT TAKES MONEY OUT OF OUR
      * ACCOUNT WITH THE CORRESPONDENT, A CREDIT PUTS IT IN.
          05 NOI-DR-CR              PIC X.
             88 NOI-DEBIT           VALUE "D".
             88 NOI-CREDIT          VALUE "C".
          05 NOI-AMOUNT             PIC 9(11)V99.
          05 NOI-REFERENCE          PIC X(16).
      * OUR TRANSACTION CODE (CDEP, CWDR, WIRO, WIRR) OR THE
      * CORRESPONDENT'S OWN ENTRY TYPE.
          05 NOI-SOURCE             PIC X(4).
          05 NOI-STATUS             PIC X.
             88 NOI-ITEM-OPEN       VALUE "O".
             88 NOI-ITEM-MATCHED    VALUE "M".
          05 NOI-MATCHED-DATE       PIC 9(8).
      * THE KEY OF THE ITEM ON THE OTHER SIDE IT WAS MATCHED TO.
          05 NOI-MATCHED-KEY        PIC X(18).
