      ******************************************************************
      * Copybook: PROCCAL
      * Purpose: Shared processing-calendar record layout -- one line
      *          per exception date on ProcessingCalendar.txt. Every
      *          date not listed follows the standing week: Monday to
      *          Friday are working days, Saturday and Sunday are not
      *          (STREAMCTL's NON_WORKING_DAYS changes which). TYPE H
      *          makes a listed date a non-working day (a public
      *          holiday, a shutdown day); TYPE W makes it a working
      *          day (a Saturday stock-take). The description is for
      *          the people maintaining the file and for the stream
      *          messages. Example rows:
      *            20261225HCHRISTMAS DAY
      *            20261128WSATURDAY STOCK-TAKE
      *          COPY ... REPLACING so each program keeps its own
      *          group and field names while sharing one set of PIC
      *          clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 PCL-REC-NAME.
           05 PCL-DATE-NAME PIC 9(8).
           05 PCL-TYPE-NAME PIC X(1).
           05 PCL-DESC-NAME PIC X(30).
