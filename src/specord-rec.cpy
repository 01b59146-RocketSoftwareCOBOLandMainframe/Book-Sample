      * are held back from till sales, and the receiving path flags
      * deliveries that fill it so the desk can call the customer.
      * Collected and cancelled orders stay on file as history.
      * An order taken for a customer on the customer master carries
      * the customer number as well, so the collection is credited
      * to the customer's account; zero when the customer is only
      * named.
      * Included wherever the record is needed, with (prefix)
      * replaced by the data-name prefix the including program wants
      * to use, e.g.
              88 (prefix)-status-collected value "C".
              88 (prefix)-status-cancelled value "X".
              88 (prefix)-status-reserving value "O" "F".
           03 (prefix)-custno          pic 9(6).
