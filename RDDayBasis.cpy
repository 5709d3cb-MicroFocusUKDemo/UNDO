      *>>
      *>> RDDayBasis.cpy - Interest day-count basis parameter record
      *>> layout, one record per currency plus (by convention, last
      *>> or anywhere in the file) one record with a spaces currency
      *>> carrying the default for every currency not listed. A
      *>> day's interest on a balance is the annual rate over the
      *>> number of days in the basis year - 360, 365, or ACT for
      *>> the actual length of the calendar year the day falls in
      *>> (366 in a leap year). No DAYBASIS file at all, or no entry
      *>> and no default, means 365. COPY ... REPLACING ==(PREFIX)==
      *>> BY ==xxx== to get a private copy of the record under the
      *>> FD (DBF-) or a working-storage work copy.
      *>>
       01  (PREFIX)-DAYBASIS-REC.
           05  (PREFIX)-CURRENCY-CODE       PIC X(03).
           05  (PREFIX)-DAY-BASIS           PIC X(03).
               88  (PREFIX)-BASIS-360           VALUE "360".
               88  (PREFIX)-BASIS-365           VALUE "365".
               88  (PREFIX)-BASIS-ACTUAL        VALUE "ACT".
