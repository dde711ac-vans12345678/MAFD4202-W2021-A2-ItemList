      *  columns. On an add a space authority byte reads as N; on
      *  a change a space keeps the byte as it stands and only an
      *  explicit Y or N moves it, the same keep convention the
      *  item batch apply uses for its zero fields. Authorities
      *  added since the first layout follow the submitter, so a
      *  line keyed to the older, shorter layout still reads
      *  clean with those bytes blank.
      *
           fd maintenance-file
               data record is sm-security-record
               record contains 47 characters.

       01 sm-security-record.
         05 sm-action                  pic x(1).
         05 sm-auth-reject             pic x(1).
         05 sm-auth-count              pic x(1).
         05 sm-submitter               pic x(8).
         05 sm-auth-cash               pic x(1).
         05 sm-auth-purchase           pic x(1).
         05 sm-auth-order              pic x(1).
         05 sm-auth-reverse            pic x(1).

           fd operator-security
               data record is os-operator-record
               record contains 39 characters.

           copy "OPERSEC.cpy".

               and sm-auth-reject not = space)
             or (sm-auth-count not = "Y" and sm-auth-count not = "N"
               and sm-auth-count not = space)
             or (sm-auth-cash not = "Y" and sm-auth-cash not = "N"
               and sm-auth-cash not = space)
             or (sm-auth-purchase not = "Y"
               and sm-auth-purchase not = "N"
               and sm-auth-purchase not = space)
             or (sm-auth-order not = "Y" and sm-auth-order not = "N"
               and sm-auth-order not = space)
             or (sm-auth-reverse not = "Y"
               and sm-auth-reverse not = "N"
               and sm-auth-reverse not = space)
             then
               move "n" to ws-record-ok-flag
               move "AUTHORITY BYTE NOT Y, N OR SPACE" to
             else
               move "N" to os-auth-count
           end-if.
           if sm-auth-cash = "Y"
             then
               move "Y" to os-auth-cash
             else
               move "N" to os-auth-cash
           end-if.
           if sm-auth-purchase = "Y"
             then
               move "Y" to os-auth-purchase
             else
               move "N" to os-auth-purchase
           end-if.
           if sm-auth-order = "Y"
             then
               move "Y" to os-auth-order
             else
               move "N" to os-auth-order
           end-if.
           if sm-auth-reverse = "Y"
             then
               move "Y" to os-auth-reverse
             else
               move "N" to os-auth-reverse
           end-if.

       400-change-operator.

             then
               move sm-auth-count to os-auth-count
           end-if.
           if sm-auth-cash not = space
             then
               move sm-auth-cash to os-auth-cash
           end-if.
           if sm-auth-purchase not = space
             then
               move sm-auth-purchase to os-auth-purchase
           end-if.
           if sm-auth-order not = space
             then
               move sm-auth-order to os-auth-order
           end-if.
           if sm-auth-reverse not = space
             then
               move sm-auth-reverse to os-auth-reverse
           end-if.

       500-deactivate-operator.

