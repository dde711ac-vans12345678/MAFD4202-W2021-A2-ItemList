
           fd item-master
               data record is im-item-record
               record contains 135 characters.

           copy "ITEMMAST.cpy".

